      *> ---------------------------------------------------------------
      *> ALERT_RECORD.CPY
      *>
      *> One record of the keyed operator alert register (alertreg.dat,
      *> or the DL100_ALERT_REGISTER override): one alert one of the
      *> batch programs raised, and what has been done about it.
      *> AlertRegister (alert_register.cbl) collects the alerts from
      *> the files the programs leave behind and applies the
      *> operators' acknowledgements and resolutions.
      *>
      *> The key is the run date the alert concerns, the alert type
      *> and a sequence number for a second alert of the same type on
      *> the same date, so collecting the same alert file twice - or
      *> an alert the source program repeats day after day, such as
      *> an extract still unacknowledged - registers it once.
      *>
      *> AR-STATUS moves OPEN -> ACKNOWLEDGED -> RESOLVED, or straight
      *> from OPEN to RESOLVED; a resolved alert is closed for good.
      *> The operator and date of each step are kept, with the latest
      *> operator comment.
      *> ---------------------------------------------------------------
01  alertRegisterRecord.
    05 AR-KEY.
        10 AR-RUN-DATE              PIC 9(8).
        10 AR-TYPE                  PIC X(14).
        10 AR-SEQ                   PIC 9(3).
    05 AR-SEVERITY                  PIC X(6).
    05 AR-SOURCE-PROGRAM            PIC X(12).
    05 AR-SOURCE-FILE               PIC X(40).
    05 AR-STATUS                    PIC X(12).
        88 AR-OPEN                  VALUE "OPEN".
        88 AR-ACKNOWLEDGED          VALUE "ACKNOWLEDGED".
        88 AR-RESOLVED              VALUE "RESOLVED".
    05 AR-RAISED-DATE               PIC 9(8).
    05 AR-ACK-DATE                  PIC 9(8).
    05 AR-ACK-OPERATOR              PIC X(20).
    05 AR-RESOLVED-DATE             PIC 9(8).
    05 AR-RESOLVED-OPERATOR         PIC X(20).
    05 AR-COMMENT                   PIC X(60).
    05 AR-TEXT                      PIC X(100).
    05 FILLER                       PIC X(41).
