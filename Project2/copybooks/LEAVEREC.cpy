      ******************************************************************
      *    LEAVEREC  --  leave balance record (40 bytes), keyed by
      *    LV-EMPID on the indexed LEAVEBAL file. Hours accrued are
      *    posted by lvaccrue, hours taken by lvtaken and by payreg
      *    for vacation and sick hours paid from the timecard (given
      *    back by payvoid); available hours are accrued minus taken.
      *    Reported by lvreport.
      *    COPY under an 01-level group, e.g.:
      *        01  LEAVEBAL-REC.
      *            COPY LEAVEREC.
