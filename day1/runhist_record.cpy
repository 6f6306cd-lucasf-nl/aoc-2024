      *> ---------------------------------------------------------------
      *> RUNHIST_RECORD.CPY
      *>
      *> One record of the keyed run-history dataset (runhist.dat, or
      *> the DL100_HISTORY_DATASET override). It is the system of
      *> record every run and every release is posted to, and that
      *> the trend, tolerance, status, balancing and housekeeping
      *> programs read back. The key is run date, program, mode,
      *> rerun sequence and event type, so one day's entries are a
      *> START away instead of a scan of the whole file:
      *>
      *>   RH-EVENT-TYPE  R  a run, posted by ARCHIVE-RUN
      *>                  L  a release of a held interface extract
      *>
      *> Mode is blank for programs that only run one way. The rerun
      *> sequence is the _Rnn of a same-day restatement. A second
      *> entry for a key already on file takes the next free sequence
      *> (WRITE-HISTORY-RECORD), so the highest sequence for a date,
      *> program and mode is always the entry that superseded the
      *> rest.
      *>
      *> Figures are typed per feed, and each carries a has-figure
      *> switch, so a zero TOTAL is never confused with a run that
      *> produced no TOTAL at all.
      *>
      *> A driver run also posts its timing - when it started, when it
      *> found its extract, and when it finished - for the SLA report.
      *> Entries posted before timing was kept, and entries for
      *> anything but a driver run, leave RH-HAS-TIMING off.
      *>
      *> A Day2Driver run names the safety-rule profile it graded
      *> under; every other entry leaves RH-PROFILE-NAME blank.
      *>
      *> A Day1Driver run backed out by ReverseRun is marked REVERSED
      *> with when, by whom and why. The entry stays on file for the
      *> record, but the trend report and the tolerance check no
      *> longer take it as a comparison point.
      *> ---------------------------------------------------------------
01  historyFileRecord.
    05 RH-KEY.
        10 RH-RUN-DATE              PIC 9(8).
        10 RH-PROGRAM               PIC X(12).
        10 RH-MODE                  PIC X(2).
        10 RH-RERUN-SEQ             PIC 9(2).
        10 RH-EVENT-TYPE            PIC X.
            88 RH-RUN-EVENT         VALUE 'R'.
            88 RH-RELEASE-EVENT     VALUE 'L'.
    05 RH-INPUT-DATASET             PIC X(100).
    05 RH-RESTATEMENT-SW            PIC X.
        88 RH-RESTATED              VALUE 'Y'.
    05 RH-DAY1-FIGURES.
        10 RH-TOTAL                 PIC 9(18).
        10 RH-HAS-TOTAL-SW          PIC X.
            88 RH-HAS-TOTAL         VALUE 'Y'.
        10 RH-SIMSCORE              PIC 9(18).
        10 RH-HAS-SIM-SW            PIC X.
            88 RH-HAS-SIM           VALUE 'Y'.
    05 RH-DAY2-FIGURES.
        10 RH-ROWS                  PIC 9(7).
        10 RH-HAS-ROWS-SW           PIC X.
            88 RH-HAS-ROWS          VALUE 'Y'.
        10 RH-SAFE                  PIC 9(7).
        10 RH-SAFETOL               PIC 9(7).
    05 RH-DAY3-FIGURES.
        10 RH-INSTR                 PIC 9(7).
        10 RH-MULTOTAL              PIC 9(18).
        10 RH-ENABLEDTOTAL          PIC 9(18).
        10 RH-HAS-INSTR-SW          PIC X.
            88 RH-HAS-INSTR         VALUE 'Y'.
    05 RH-RELEASE-DETAIL.
        10 RH-REL-OPERATOR          PIC X(20).
        10 RH-REL-ON-DATE           PIC 9(8).
        10 RH-REL-AT-TIME           PIC 9(6).
        10 RH-REL-REASON            PIC X(80).
    05 RH-TIMING.
        10 RH-STARTED-ON            PIC 9(8).
        10 RH-STARTED-AT            PIC 9(6).
        10 RH-FOUND-ON              PIC 9(8).
        10 RH-FOUND-AT              PIC 9(6).
        10 RH-COMPLETED-ON          PIC 9(8).
        10 RH-COMPLETED-AT          PIC 9(6).
        10 RH-HAS-TIMING-SW         PIC X.
            88 RH-HAS-TIMING        VALUE 'Y'.
    05 RH-RULE-PROFILE.
        10 RH-PROFILE-NAME          PIC X(12).
        10 RH-PROFILE-VERSION       PIC 9(3).
    05 RH-REVERSAL.
        10 RH-REVERSED-SW           PIC X.
            88 RH-REVERSED          VALUE 'Y'.
        10 RH-REV-ON-DATE           PIC 9(8).
        10 RH-REV-AT-TIME           PIC 9(6).
        10 RH-REV-OPERATOR          PIC X(20).
        10 RH-REV-REASON            PIC X(60).
    05 FILLER                       PIC X(47).
