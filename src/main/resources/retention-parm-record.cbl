      * HISTORY RETENTION KEEP-PERIODS, ONE ROW PER FILE. RTP-FILE-NAME
      * IS SALHIST, STATHIST, EMPAUDT, OR RUNLOG; RTP-KEEP-MONTHS IS
      * HOW FAR BACK FROM THE RUN DATE ROWS STAY ON THE ACTIVE FILE.
      * A FILE WITH NO ROW HERE IS NOT PURGED.
       01 RETENTION-PARM-RECORD.
           03 RTP-FILE-NAME                PIC X(08).
           03 RTP-KEEP-MONTHS              PIC 9(3).
           03 FILLER                       PIC X(09).
