      *> ---------------------------------------------------------------
      *> MASK_DATA.CBL
      *>
      *> MaskTestData makes the test copies of the production datasets
      *> the programs are tried out on, with every real ID replaced by
      *> a pseudonym, so no real ID has to sit in the test directory.
      *> For each date in the range it masks:
      *>
      *>   input_YYYYMMDD.txt          the grid extract, and any
      *>   input_YYYYMMDD_A.txt .. _F  part files delivered instead
      *>   corrections_YYYYMMDD.txt    the operator-keyed corrections
      *>   day2_input_YYYYMMDD.txt     the Day-2 level readings - they
      *>                               carry no IDs and are copied as
      *>                               sent
      *>
      *> and then the ID master (idmaster.dat), once for the whole run.
      *>
      *> A real ID always gets the same pseudonym - in every file, on
      *> every day and in every later run - because the pairing is
      *> kept in the masking cross-walk (maskxwalk.dat, or the
      *> DL100_MASK_XWALK_DATASET override), a keyed dataset of real
      *> ID, pseudonym and the date the ID was first masked. An ID not
      *> yet in the cross-walk is given the next unused pseudonym,
      *> counting up from 9000000001, so no two real IDs can ever
      *> share one. Repeats, frequencies and the master's history
      *> therefore line up in the copies exactly as in the sources.
      *> The cross-walk is the only way back to the real IDs: it stays
      *> with the production data under the same restricted access as
      *> the ID master, and is never written to the test directory.
      *>
      *> Each data line that passes the same two-numeric-ID validation
      *> PROCESS-INPUT-LINE applies is written with both IDs masked.
      *> A line that would be rejected is replaced by a line that is
      *> rejected the same way but shows nothing of the original, so
      *> the copy rejects the same number of lines without carrying
      *> whatever real data was in them. HDR records are copied. A
      *> TRL record is recomputed at the end of the file from the
      *> masked content - data-record count and hash total of both ID
      *> columns - so the masked copy always carries a trailer that
      *> agrees with it; a file sent without a trailer is masked
      *> without one. The source trailer is checked the same way
      *> VERIFY-EXTRACT-TRAILER checks it, and a source trailer that
      *> does not agree with its own file is reported in the summary
      *> rather than carried into the masked copy.
      *>
      *> The summary (masksummary_YYYYMMDD.txt) confirms, for each
      *> masked file, the lines and rows read and written, and the
      *> duplicate and frequency profile of the masked rows against
      *> the source rows: per column the distinct IDs, the IDs that
      *> repeat and the highest repeat count, and the left-list rows
      *> whose ID also appears on the right list (IDS = distinct IDs,
      *> DUP = IDs that repeat, MAX = the most repeats of one ID,
      *> MATCHED = those left rows) - the figures the
      *> duplicate check and SIMSCORE are built on. Files of more than
      *> 20000 rows are masked but not profiled.
      *>
      *> Operator parameters:
      *>   DL100_MASK_FROM_DATE     first date to mask     (today)
      *>   DL100_MASK_TO_DATE       last date to mask  (from date)
      *>   DL100_MASK_TARGET_DIR    directory the test copies are
      *>                            written to, e.g. testdata/
      *>                            (required; it must already exist
      *>                            and must not be the source)
      *>   DL100_MASK_SOURCE_DIR    directory the production datasets
      *>                            are read from  (current directory)
      *>   DL100_MASK_XWALK_DATASET cross-walk         (maskxwalk.dat)
      *>   DL100_MASTER_DATASET     ID master to mask   (idmaster.dat)
      *>   DL100_MASK_OPERATOR      operator submitting the masking
      *> The range is at most 400 days. Masking reads real IDs and
      *> extends the cross-walk, so it is only carried out for an
      *> active operator holding MASK in the operator register
      *> (operator_check.cpy); the check is written to the security
      *> log granted or refused.
      *>
      *> Condition codes: 0 = every file masked and its profile
      *> matches its source, 4 = a file was too large to profile or
      *> its source trailer did not agree with the file,
      *> 8 = a profile did not match or a masked record could not be
      *> written - the copies must not be used, 12 = parameters,
      *> target or cross-walk unusable, or nothing found to mask,
      *> 20 = refused to the operator.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. MaskTestData.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT sourceFile ASSIGN TO DYNAMIC WS-MK-SOURCE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MK-SOURCE-FILE-STATUS.

        SELECT maskedFile ASSIGN TO DYNAMIC WS-MK-TARGET-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MK-TARGET-FILE-STATUS.

        SELECT xwalkFile ASSIGN TO DYNAMIC WS-XWALK-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XW-REAL-ID
            FILE STATUS IS WS-XWALK-FILE-STATUS.

        SELECT liveFile ASSIGN TO DYNAMIC WS-MASTER-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LIVE-ID
            FILE STATUS IS WS-LIVE-FILE-STATUS.

        SELECT testMasterFile ASSIGN TO DYNAMIC WS-TEST-MASTER-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TEST-ID
            FILE STATUS IS WS-TEST-MASTER-FILE-STATUS.

        SELECT reportFile ASSIGN TO DYNAMIC WS-MASK-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT parmFile ASSIGN TO DYNAMIC WS-PARM-DATASET-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

        SELECT operatorFile ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-FILE-STATUS.

        SELECT securityLogFile ASSIGN TO DYNAMIC WS-SECLOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  sourceFile.
01  sourceFileRecord PIC X(100).

FD  maskedFile.
01  maskedFileRecord PIC X(100).

FD  xwalkFile.
01  xwalkFileRecord.
    05 XW-REAL-ID                   PIC 9(10).
    05 XW-PSEUDONYM                 PIC 9(10).
    05 XW-FIRST-MASKED              PIC 9(8).
    05 FILLER                       PIC X(12).

FD  liveFile.
01  liveFileRecord.
    05 LIVE-ID                      PIC 9(10).
    05 LIVE-FIRST-SEEN              PIC 9(8).
    05 LIVE-LAST-SEEN               PIC 9(8).
    05 LIVE-LEFT-COUNT              PIC 9(9).
    05 LIVE-RIGHT-COUNT             PIC 9(9).

FD  testMasterFile.
01  testMasterFileRecord.
    05 TEST-ID                      PIC 9(10).
    05 TEST-FIRST-SEEN              PIC 9(8).
    05 TEST-LAST-SEEN               PIC 9(8).
    05 TEST-LEFT-COUNT              PIC 9(9).
    05 TEST-RIGHT-COUNT             PIC 9(9).

FD  reportFile.
01  reportFileRecord PIC X(132).

FD  parmFile.
01  parmFileRecord PIC X(132).

FD  operatorFile.
01  operatorFileRecord PIC X(132).

FD  securityLogFile.
01  securityLogFileRecord PIC X(200).

WORKING-STORAGE SECTION.
77  WS-MK-SOURCE-FILENAME           PIC X(100) VALUE SPACES.
77  WS-MK-SOURCE-FILE-STATUS        PIC XX VALUE SPACES.
77  WS-MK-TARGET-FILENAME           PIC X(100) VALUE SPACES.
77  WS-MK-TARGET-FILE-STATUS        PIC XX VALUE SPACES.
77  WS-XWALK-FILENAME               PIC X(100) VALUE SPACES.
77  WS-XWALK-FILE-STATUS            PIC XX VALUE SPACES.
77  WS-MASTER-FILENAME              PIC X(100) VALUE SPACES.
77  WS-LIVE-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-TEST-MASTER-FILENAME         PIC X(100) VALUE SPACES.
77  WS-TEST-MASTER-FILE-STATUS      PIC XX VALUE SPACES.
77  WS-MASK-REPORT-FILENAME         PIC X(100) VALUE SPACES.

77  WS-TARGET-DIR                   PIC X(80) VALUE SPACES.
77  WS-SOURCE-DIR                   PIC X(80) VALUE SPACES.
77  WS-DIR-LEN                      PIC 9(3) VALUE 0.
77  WS-MASK-OPERATOR                PIC X(20) VALUE SPACES.
77  WS-BASE-NAME                    PIC X(40) VALUE SPACES.
77  WS-MK-FILE-KIND                 PIC X VALUE SPACE.
    88 WS-MK-ID-FILE                VALUE 'I'.
    88 WS-MK-COPY-FILE              VALUE 'C'.

01  WS-TODAY                        PIC 9(8) VALUE 0.
01  WS-TODAY-X REDEFINES WS-TODAY   PIC X(8).
01  WS-FROM-DATE                    PIC 9(8) VALUE 0.
01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE PIC X(8).
01  WS-TO-DATE                      PIC 9(8) VALUE 0.
01  WS-TO-DATE-X REDEFINES WS-TO-DATE PIC X(8).
01  WS-SCAN-DATE                    PIC 9(8) VALUE 0.
01  WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE PIC X(8).

77  WS-FROM-PARM                    PIC X(10) VALUE SPACES.
77  WS-TO-PARM                      PIC X(10) VALUE SPACES.
77  WS-DATE-INT                     PIC 9(8) VALUE 0.
77  WS-FROM-INT                     PIC 9(8) VALUE 0.
77  WS-TO-INT                       PIC 9(8) VALUE 0.
77  WS-RANGE-DAY-LIMIT              PIC 9(4) VALUE 400.

77  WS-PART-SUFFIXES                PIC X(6) VALUE "ABCDEF".
77  WS-PART-IX                      PIC 9(2) VALUE 0.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

77  WS-RAW-TOKEN-1                  PIC X(20) VALUE SPACES.
77  WS-RAW-TOKEN-2                  PIC X(20) VALUE SPACES.
77  WS-LINE-VALID-SW                PIC X VALUE 'Y'.
    88 WS-LINE-VALID                VALUE 'Y'.
    88 WS-LINE-INVALID              VALUE 'N'.

      *> The pseudonym for WS-MK-REAL-ID comes back in
      *> WS-MK-PSEUDONYM.
77  WS-MK-REAL-ID                   PIC 9(10) VALUE 0.
77  WS-MK-PSEUDONYM                 PIC 9(10) VALUE 0.
77  WS-MK-LEFT-REAL                 PIC 9(10) VALUE 0.
77  WS-MK-RIGHT-REAL                PIC 9(10) VALUE 0.
77  WS-MK-LEFT-MASKED               PIC 9(10) VALUE 0.
77  WS-MK-RIGHT-MASKED              PIC 9(10) VALUE 0.
77  WS-PSEUDONYM-BASE               PIC 9(10) VALUE 9000000000.
77  WS-LAST-PSEUDONYM               PIC 9(10) VALUE 0.
77  WS-XWALK-EOF-SW                 PIC X VALUE 'N'.
    88 WS-XWALK-EOF                 VALUE 'Y'.
    88 WS-XWALK-MORE                VALUE 'N'.

      *> The file in hand.
77  WS-MK-LINES-READ                PIC 9(7) VALUE 0.
77  WS-MK-LINES-WRITTEN             PIC 9(7) VALUE 0.
77  WS-MK-DATA-LINES                PIC 9(7) VALUE 0.
77  WS-MK-VALID-ROWS                PIC 9(7) VALUE 0.
77  WS-MK-WITHHELD                  PIC 9(7) VALUE 0.
77  WS-MK-HASH-TOTAL                PIC 9(18) VALUE 0.
77  WS-MK-TRL-SW                    PIC X VALUE 'N'.
    88 WS-MK-TRL-SEEN               VALUE 'Y'.
    88 WS-MK-TRL-ABSENT             VALUE 'N'.
77  WS-MK-TRL-TEXT                  PIC X(40) VALUE SPACES.
77  WS-MK-TRL-WORD                  PIC X(4) VALUE SPACES.
77  WS-MK-SRC-HASH                  PIC 9(18) VALUE 0.
77  WS-MK-SRC-TRL-COUNT             PIC 9(7) VALUE 0.
77  WS-MK-SRC-TRL-HASH              PIC 9(18) VALUE 0.
77  WS-MK-PROFILE-TEXT              PIC X(30) VALUE SPACES.

      *> Rows held for the profile, source and masked side by side.
77  WS-MK-MAX-ROWS                  PIC 9(5) VALUE 20000.
77  WS-MK-ROWS                      PIC 9(5) VALUE 0.
77  WS-MK-OVER-SW                   PIC X VALUE 'N'.
    88 WS-MK-ROWS-OVER              VALUE 'Y'.
    88 WS-MK-ROWS-HELD              VALUE 'N'.
01  MK-SRC-LEFT OCCURS 0 TO 20000 TIMES
        DEPENDING ON WS-MK-ROWS     PIC 9(10).
01  MK-SRC-RIGHT OCCURS 0 TO 20000 TIMES
        DEPENDING ON WS-MK-ROWS     PIC 9(10).
01  MK-MSK-LEFT OCCURS 0 TO 20000 TIMES
        DEPENDING ON WS-MK-ROWS     PIC 9(10).
01  MK-MSK-RIGHT OCCURS 0 TO 20000 TIMES
        DEPENDING ON WS-MK-ROWS     PIC 9(10).

      *> The profile of each side: 1 = source, 2 = masked. The two
      *> entries must be equal for the copy to be sound.
01  MASK-PROFILE-TABLE.
    05 MK-STAT OCCURS 2 TIMES.
        10 MK-ST-LEFT-DISTINCT      PIC 9(7).
        10 MK-ST-LEFT-REPEATED      PIC 9(7).
        10 MK-ST-LEFT-MAX           PIC 9(7).
        10 MK-ST-RIGHT-DISTINCT     PIC 9(7).
        10 MK-ST-RIGHT-REPEATED     PIC 9(7).
        10 MK-ST-RIGHT-MAX          PIC 9(7).
        10 MK-ST-MATCHED            PIC 9(7).
77  WS-MK-SIDE                      PIC 9 VALUE 1.
77  WS-MK-LEFT-ROW                  PIC 9(5) VALUE 0.
77  WS-MK-RIGHT-ROW                 PIC 9(5) VALUE 0.
77  WS-MK-NEXT-LEFT                 PIC 9(10) VALUE 0.
77  WS-MK-NEXT-RIGHT                PIC 9(10) VALUE 0.
77  WS-MK-VALUE                     PIC 9(10) VALUE 0.
77  WS-MK-LEFT-COUNT                PIC 9(7) VALUE 0.
77  WS-MK-RIGHT-COUNT               PIC 9(7) VALUE 0.
77  WS-MK-LEFT-EOF-SW               PIC X VALUE 'N'.
    88 WS-MK-LEFT-EOF               VALUE 'Y'.
    88 WS-MK-LEFT-MORE              VALUE 'N'.
77  WS-MK-RIGHT-EOF-SW              PIC X VALUE 'N'.
    88 WS-MK-RIGHT-EOF              VALUE 'Y'.
    88 WS-MK-RIGHT-MORE             VALUE 'N'.
77  WS-MK-SIDE-LABEL                PIC X(8) VALUE SPACES.

      *> ID master copy.
77  WS-MASTER-READ                  PIC 9(7) VALUE 0.
77  WS-MASTER-WRITTEN               PIC 9(7) VALUE 0.
77  WS-MASTER-FAILED                PIC 9(7) VALUE 0.
77  WS-MASTER-SRC-LEFT-SUM          PIC 9(15) VALUE 0.
77  WS-MASTER-SRC-RIGHT-SUM         PIC 9(15) VALUE 0.
77  WS-MASTER-MSK-LEFT-SUM          PIC 9(15) VALUE 0.
77  WS-MASTER-MSK-RIGHT-SUM         PIC 9(15) VALUE 0.
77  WS-LIVE-EOF-SW                  PIC X VALUE 'N'.
    88 WS-LIVE-EOF                  VALUE 'Y'.
    88 WS-LIVE-MORE                 VALUE 'N'.

      *> Run totals.
77  WS-FILES-MASKED                 PIC 9(5) VALUE 0.
77  WS-FILES-COPIED                 PIC 9(5) VALUE 0.
77  WS-FILES-UNPROFILED             PIC 9(5) VALUE 0.
77  WS-FILES-MISMATCHED             PIC 9(5) VALUE 0.
77  WS-DAYS-WITH-FILES              PIC 9(4) VALUE 0.
77  WS-DAYS-SCANNED                 PIC 9(4) VALUE 0.
77  WS-DAY-FILES                    PIC 9(2) VALUE 0.
77  WS-IDS-ISSUED                   PIC 9(9) VALUE 0.
77  WS-IDS-REUSED                   PIC 9(9) VALUE 0.
77  WS-XWALK-FAILED                 PIC 9(7) VALUE 0.
77  WS-MASK-CC                      PIC 9(2) VALUE 0.

COPY 'runparm_working_storage.cpy'.
COPY 'operator_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM LOAD-PARM-DATASET
        PERFORM DETERMINE-MASK-PARMS
        PERFORM CHECK-MASK-AUTHORITY
        PERFORM OPEN-CROSSWALK

        OPEN OUTPUT reportFile
        PERFORM WRITE-MASK-HEADING
        PERFORM WRITE-PARAMETER-ECHO

        MOVE WS-FROM-DATE TO WS-SCAN-DATE
        PERFORM UNTIL WS-SCAN-DATE > WS-TO-DATE
            ADD 1 TO WS-DAYS-SCANNED
            PERFORM MASK-ONE-DATE
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) + 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO WS-SCAN-DATE
        END-PERFORM

        PERFORM MASK-ID-MASTER

        CLOSE xwalkFile
        PERFORM WRITE-MASK-TOTALS
        CLOSE reportFile

        IF WS-FILES-MASKED = 0 AND WS-FILES-COPIED = 0
                AND WS-MASTER-READ = 0
            DISPLAY "MASKTESTDATA: nothing found to mask between "
                WS-FROM-DATE-X " and " WS-TO-DATE-X
            MOVE 12 TO WS-MASK-CC
        END-IF

        DISPLAY "MASKTESTDATA: " WS-FILES-MASKED " files masked, "
            WS-FILES-COPIED " copied, " WS-IDS-ISSUED
            " new pseudonyms - see "
            FUNCTION TRIM(WS-MASK-REPORT-FILENAME)
        MOVE WS-MASK-CC TO RETURN-CODE
        STOP RUN.

      *> The target must be named, and must not be where the real
      *> data is read from - a blank or matching target would mask
      *> the production datasets in place. The cross-walk must not
      *> be written into the target.
    DETERMINE-MASK-PARMS.
        ACCEPT WS-TODAY FROM DATE YYYYMMDD

        MOVE SPACES TO WS-MASK-REPORT-FILENAME
        STRING "masksummary_" WS-TODAY-X ".txt"
            DELIMITED BY SIZE INTO WS-MASK-REPORT-FILENAME

        MOVE "DL100_MASK_FROM_DATE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-FROM-PARM
        MOVE "DL100_MASK_TO_DATE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-TO-PARM

        IF WS-FROM-PARM = SPACES
            MOVE WS-TODAY TO WS-FROM-DATE
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-FROM-PARM) NOT = 0
                DISPLAY "MASKTESTDATA: DL100_MASK_FROM_DATE '"
                    FUNCTION TRIM(WS-FROM-PARM) "' is not a date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-FROM-PARM) TO WS-FROM-DATE
        END-IF

        IF WS-TO-PARM = SPACES
            MOVE WS-FROM-DATE TO WS-TO-DATE
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-TO-PARM) NOT = 0
                DISPLAY "MASKTESTDATA: DL100_MASK_TO_DATE '"
                    FUNCTION TRIM(WS-TO-PARM) "' is not a date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-TO-PARM) TO WS-TO-DATE
        END-IF

        IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
            DISPLAY "MASKTESTDATA: range " WS-FROM-DATE-X " TO "
                WS-TO-DATE-X " is not a pair of valid dates"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
        COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
        IF WS-FROM-INT > WS-TO-INT
            DISPLAY "MASKTESTDATA: from date " WS-FROM-DATE-X
                " after to date " WS-TO-DATE-X
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-TO-INT - WS-FROM-INT + 1 > WS-RANGE-DAY-LIMIT
            COMPUTE WS-TO-INT = WS-FROM-INT + WS-RANGE-DAY-LIMIT - 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-TO-INT) TO WS-TO-DATE
            DISPLAY "MASKTESTDATA: range limited to "
                WS-RANGE-DAY-LIMIT " days - ends " WS-TO-DATE-X
        END-IF

        MOVE "DL100_MASK_SOURCE_DIR" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-SOURCE-DIR
        IF WS-SOURCE-DIR NOT = SPACES
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SOURCE-DIR))
                TO WS-DIR-LEN
            IF WS-SOURCE-DIR(WS-DIR-LEN:1) NOT = "/"
                MOVE "/" TO WS-SOURCE-DIR(WS-DIR-LEN + 1:1)
            END-IF
        END-IF

        MOVE "DL100_MASK_TARGET_DIR" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-TARGET-DIR
        IF WS-TARGET-DIR = SPACES
            DISPLAY "MASKTESTDATA: set DL100_MASK_TARGET_DIR to the"
                " test directory the masked copies are written to"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-DIR))
            TO WS-DIR-LEN
        IF WS-TARGET-DIR(WS-DIR-LEN:1) NOT = "/"
            ADD 1 TO WS-DIR-LEN
            MOVE "/" TO WS-TARGET-DIR(WS-DIR-LEN:1)
        END-IF
        IF WS-TARGET-DIR = WS-SOURCE-DIR
                OR WS-TARGET-DIR = "./"
                    AND WS-SOURCE-DIR = SPACES
            DISPLAY "MASKTESTDATA: target "
                FUNCTION TRIM(WS-TARGET-DIR)
                " is the source directory - masking refused"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE "DL100_MASK_XWALK_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-XWALK-FILENAME
        IF WS-XWALK-FILENAME = SPACES
            MOVE "maskxwalk.dat" TO WS-XWALK-FILENAME
        END-IF
        IF WS-XWALK-FILENAME(1:WS-DIR-LEN)
                = WS-TARGET-DIR(1:WS-DIR-LEN)
            DISPLAY "MASKTESTDATA: cross-walk "
                FUNCTION TRIM(WS-XWALK-FILENAME)
                " is inside the test directory - masking refused"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE "DL100_MASTER_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-MASTER-FILENAME
        IF WS-MASTER-FILENAME = SPACES
            MOVE SPACES TO WS-MASTER-FILENAME
            STRING FUNCTION TRIM(WS-SOURCE-DIR) "idmaster.dat"
                DELIMITED BY SIZE INTO WS-MASTER-FILENAME
        END-IF
        MOVE SPACES TO WS-TEST-MASTER-FILENAME
        STRING FUNCTION TRIM(WS-TARGET-DIR) "idmaster.dat"
            DELIMITED BY SIZE INTO WS-TEST-MASTER-FILENAME

        MOVE "DL100_MASK_OPERATOR" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-MASK-OPERATOR

        DISPLAY "MASKTESTDATA: masking " WS-FROM-DATE-X " TO "
            WS-TO-DATE-X " into " FUNCTION TRIM(WS-TARGET-DIR).

    CHECK-MASK-AUTHORITY.
        PERFORM LOAD-OPERATOR-REGISTER
        MOVE WS-MASK-OPERATOR TO WS-AUTH-OPERATOR
        MOVE "MASK" TO WS-AUTH-FUNCTION
        MOVE "MASKTESTDATA" TO WS-AUTH-PROGRAM
        MOVE SPACES TO WS-AUTH-DETAIL
        STRING "MASK " WS-FROM-DATE-X "-" WS-TO-DATE-X " TO "
               FUNCTION TRIM(WS-TARGET-DIR)
            DELIMITED BY SIZE INTO WS-AUTH-DETAIL
        PERFORM CHECK-OPERATOR-AUTHORITY
        IF NOT WS-AUTH-GRANTED
            MOVE WS-AUTH-REFUSED-CC TO RETURN-CODE
            STOP RUN
        END-IF.

      *> The cross-walk is created on first use. The next pseudonym
      *> follows the highest one already issued.
    OPEN-CROSSWALK.
        OPEN I-O xwalkFile
        IF WS-XWALK-FILE-STATUS = "35"
            OPEN OUTPUT xwalkFile
            CLOSE xwalkFile
            OPEN I-O xwalkFile
        END-IF
        IF WS-XWALK-FILE-STATUS NOT = "00"
            DISPLAY "MASKTESTDATA: cross-walk "
                FUNCTION TRIM(WS-XWALK-FILENAME)
                " unusable (status " WS-XWALK-FILE-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE WS-PSEUDONYM-BASE TO WS-LAST-PSEUDONYM
        MOVE 0 TO XW-REAL-ID
        SET WS-XWALK-MORE TO TRUE
        START xwalkFile KEY IS NOT LESS THAN XW-REAL-ID
            INVALID KEY
                SET WS-XWALK-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-XWALK-EOF
            READ xwalkFile NEXT RECORD
                AT END
                    SET WS-XWALK-EOF TO TRUE
                NOT AT END
                    IF XW-PSEUDONYM > WS-LAST-PSEUDONYM
                        MOVE XW-PSEUDONYM TO WS-LAST-PSEUDONYM
                    END-IF
            END-READ
        END-PERFORM.

    MAP-REAL-ID.
        MOVE WS-MK-REAL-ID TO XW-REAL-ID
        READ xwalkFile KEY IS XW-REAL-ID
            INVALID KEY
                ADD 1 TO WS-LAST-PSEUDONYM
                MOVE WS-MK-REAL-ID TO XW-REAL-ID
                MOVE WS-LAST-PSEUDONYM TO XW-PSEUDONYM
                MOVE WS-TODAY TO XW-FIRST-MASKED
                WRITE xwalkFileRecord
                    INVALID KEY
                        ADD 1 TO WS-XWALK-FAILED
                    NOT INVALID KEY
                        ADD 1 TO WS-IDS-ISSUED
                END-WRITE
            NOT INVALID KEY
                ADD 1 TO WS-IDS-REUSED
        END-READ
        MOVE XW-PSEUDONYM TO WS-MK-PSEUDONYM.

    WRITE-MASK-HEADING.
        MOVE SPACES TO reportFileRecord
        STRING "TEST DATA MASKING SUMMARY  RUN " WS-TODAY-X
               "  DATES " WS-FROM-DATE-X " TO " WS-TO-DATE-X
               "  TARGET " FUNCTION TRIM(WS-TARGET-DIR)
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "CROSS-WALK " FUNCTION TRIM(WS-XWALK-FILENAME)
               "  OPERATOR " FUNCTION TRIM(WS-MASK-OPERATOR)
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

      *> The single extract and every part on disk are masked - the
      *> test directory gets whatever the production one holds.
    MASK-ONE-DATE.
        MOVE 0 TO WS-DAY-FILES
        SET WS-MK-ID-FILE TO TRUE

        MOVE SPACES TO WS-BASE-NAME
        STRING "input_" WS-SCAN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-BASE-NAME
        PERFORM MASK-ONE-FILE

        PERFORM VARYING WS-PART-IX FROM 1 BY 1 UNTIL WS-PART-IX > 6
            MOVE SPACES TO WS-BASE-NAME
            STRING "input_" WS-SCAN-DATE-X "_"
                   WS-PART-SUFFIXES(WS-PART-IX:1) ".txt"
                DELIMITED BY SIZE INTO WS-BASE-NAME
            PERFORM MASK-ONE-FILE
        END-PERFORM

        MOVE SPACES TO WS-BASE-NAME
        STRING "corrections_" WS-SCAN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-BASE-NAME
        PERFORM MASK-ONE-FILE

        SET WS-MK-COPY-FILE TO TRUE
        MOVE SPACES TO WS-BASE-NAME
        STRING "day2_input_" WS-SCAN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-BASE-NAME
        PERFORM MASK-ONE-FILE

        IF WS-DAY-FILES > 0
            ADD 1 TO WS-DAYS-WITH-FILES
        END-IF.

    MASK-ONE-FILE.
        MOVE SPACES TO WS-MK-SOURCE-FILENAME
        STRING FUNCTION TRIM(WS-SOURCE-DIR)
               FUNCTION TRIM(WS-BASE-NAME)
            DELIMITED BY SIZE INTO WS-MK-SOURCE-FILENAME
        MOVE SPACES TO WS-MK-TARGET-FILENAME
        STRING FUNCTION TRIM(WS-TARGET-DIR)
               FUNCTION TRIM(WS-BASE-NAME)
            DELIMITED BY SIZE INTO WS-MK-TARGET-FILENAME

        OPEN INPUT sourceFile
        IF WS-MK-SOURCE-FILE-STATUS NOT = "00"
            CLOSE sourceFile
        ELSE
            OPEN OUTPUT maskedFile
            IF WS-MK-TARGET-FILE-STATUS NOT = "00"
                DISPLAY "MASKTESTDATA: cannot write "
                    FUNCTION TRIM(WS-MK-TARGET-FILENAME)
                    " (status " WS-MK-TARGET-FILE-STATUS ")"
                    " - does the test directory exist?"
                CLOSE sourceFile
                CLOSE xwalkFile
                CLOSE reportFile
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-DAY-FILES

            MOVE 0 TO WS-MK-LINES-READ
            MOVE 0 TO WS-MK-LINES-WRITTEN
            MOVE 0 TO WS-MK-DATA-LINES
            MOVE 0 TO WS-MK-VALID-ROWS
            MOVE 0 TO WS-MK-WITHHELD
            MOVE 0 TO WS-MK-HASH-TOTAL
            MOVE 0 TO WS-MK-SRC-HASH
            MOVE 0 TO WS-MK-SRC-TRL-COUNT
            MOVE 0 TO WS-MK-SRC-TRL-HASH
            MOVE 0 TO WS-MK-ROWS
            SET WS-MK-ROWS-HELD TO TRUE
            SET WS-MK-TRL-ABSENT TO TRUE

            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ sourceFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MK-LINES-READ
                        IF WS-MK-ID-FILE
                            PERFORM MASK-ONE-LINE
                        ELSE
                            MOVE sourceFileRecord TO maskedFileRecord
                            PERFORM WRITE-MASKED-LINE
                        END-IF
                END-READ
            END-PERFORM

            IF WS-MK-TRL-SEEN
                PERFORM WRITE-MASKED-TRAILER
            END-IF
            CLOSE sourceFile
            CLOSE maskedFile

            IF WS-MK-ID-FILE
                ADD 1 TO WS-FILES-MASKED
                PERFORM PROFILE-MASKED-FILE
            ELSE
                ADD 1 TO WS-FILES-COPIED
                PERFORM WRITE-COPIED-SUMMARY
            END-IF
        END-IF.

      *> A TRL record is held back and rebuilt once the whole file
      *> has been masked; its own figures are kept to check the
      *> source against.
    MASK-ONE-LINE.
        EVALUATE TRUE
            WHEN sourceFileRecord(1:4) = "HDR "
                MOVE sourceFileRecord TO maskedFileRecord
                PERFORM WRITE-MASKED-LINE
            WHEN sourceFileRecord(1:4) = "TRL "
                SET WS-MK-TRL-SEEN TO TRUE
                MOVE 0 TO WS-MK-SRC-TRL-COUNT
                MOVE 0 TO WS-MK-SRC-TRL-HASH
                UNSTRING sourceFileRecord DELIMITED BY ALL SPACE
                    INTO WS-MK-TRL-WORD, WS-MK-SRC-TRL-COUNT,
                         WS-MK-SRC-TRL-HASH
                END-UNSTRING
            WHEN OTHER
                ADD 1 TO WS-MK-DATA-LINES
                PERFORM MASK-DATA-LINE
        END-EVALUATE.

      *> Same two-numeric-token validation PROCESS-INPUT-LINE applies
      *> to the daily extract, so the copy accepts and rejects
      *> exactly the lines the source does.
    MASK-DATA-LINE.
        SET WS-LINE-VALID TO TRUE
        MOVE SPACES TO WS-RAW-TOKEN-1
        MOVE SPACES TO WS-RAW-TOKEN-2

        UNSTRING FUNCTION TRIM(sourceFileRecord)
            DELIMITED BY ALL SPACE
            INTO WS-RAW-TOKEN-1, WS-RAW-TOKEN-2
            ON OVERFLOW
                SET WS-LINE-INVALID TO TRUE
        END-UNSTRING

        IF WS-RAW-TOKEN-1 = SPACES OR WS-RAW-TOKEN-2 = SPACES
            SET WS-LINE-INVALID TO TRUE
        END-IF

        IF WS-LINE-VALID
            IF FUNCTION TEST-NUMVAL(WS-RAW-TOKEN-1) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-RAW-TOKEN-2) NOT = 0
                SET WS-LINE-INVALID TO TRUE
            END-IF
        END-IF

        IF WS-LINE-VALID
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-TOKEN-1)) > 10
                    OR FUNCTION LENGTH(FUNCTION
                        TRIM(WS-RAW-TOKEN-2)) > 10
                SET WS-LINE-INVALID TO TRUE
            END-IF
        END-IF

        IF WS-LINE-VALID
            ADD 1 TO WS-MK-VALID-ROWS
            MOVE FUNCTION NUMVAL(WS-RAW-TOKEN-1) TO WS-MK-LEFT-REAL
            MOVE FUNCTION NUMVAL(WS-RAW-TOKEN-2) TO WS-MK-RIGHT-REAL
            MOVE WS-MK-LEFT-REAL TO WS-MK-REAL-ID
            PERFORM MAP-REAL-ID
            MOVE WS-MK-PSEUDONYM TO WS-MK-LEFT-MASKED
            MOVE WS-MK-RIGHT-REAL TO WS-MK-REAL-ID
            PERFORM MAP-REAL-ID
            MOVE WS-MK-PSEUDONYM TO WS-MK-RIGHT-MASKED
            ADD WS-MK-LEFT-MASKED TO WS-MK-HASH-TOTAL
            ADD WS-MK-RIGHT-MASKED TO WS-MK-HASH-TOTAL
            ADD WS-MK-LEFT-REAL TO WS-MK-SRC-HASH
            ADD WS-MK-RIGHT-REAL TO WS-MK-SRC-HASH

            MOVE SPACES TO maskedFileRecord
            STRING WS-MK-LEFT-MASKED " " WS-MK-RIGHT-MASKED
                DELIMITED BY SIZE INTO maskedFileRecord
            PERFORM WRITE-MASKED-LINE

            IF WS-MK-ROWS < WS-MK-MAX-ROWS
                ADD 1 TO WS-MK-ROWS
                MOVE WS-MK-LEFT-REAL TO MK-SRC-LEFT(WS-MK-ROWS)
                MOVE WS-MK-RIGHT-REAL TO MK-SRC-RIGHT(WS-MK-ROWS)
                MOVE WS-MK-LEFT-MASKED TO MK-MSK-LEFT(WS-MK-ROWS)
                MOVE WS-MK-RIGHT-MASKED TO MK-MSK-RIGHT(WS-MK-ROWS)
            ELSE
                SET WS-MK-ROWS-OVER TO TRUE
            END-IF
        ELSE
            IF sourceFileRecord = SPACES
                MOVE SPACES TO maskedFileRecord
            ELSE
                ADD 1 TO WS-MK-WITHHELD
                MOVE "MASKED LINE WITHHELD" TO maskedFileRecord
            END-IF
            PERFORM WRITE-MASKED-LINE
        END-IF.

    WRITE-MASKED-LINE.
        WRITE maskedFileRecord
        ADD 1 TO WS-MK-LINES-WRITTEN.

      *> Count and hash exactly as VERIFY-EXTRACT-TRAILER reckons
      *> them: every data line counts, and the hash is the sum of
      *> both masked IDs over the lines that validate.
    WRITE-MASKED-TRAILER.
        MOVE SPACES TO maskedFileRecord
        STRING "TRL " WS-MK-DATA-LINES " " WS-MK-HASH-TOTAL
            DELIMITED BY SIZE INTO maskedFileRecord
        PERFORM WRITE-MASKED-LINE.

      *> Both sides are sorted and profiled the same way; a masked
      *> copy whose profile differs from its source's is not a
      *> faithful copy.
    PROFILE-MASKED-FILE.
        INITIALIZE MASK-PROFILE-TABLE
        PERFORM CHECK-SOURCE-TRAILER

        IF WS-MK-ROWS-OVER
            ADD 1 TO WS-FILES-UNPROFILED
            MOVE "NOT PROFILED - OVER 20000 ROWS" TO WS-MK-PROFILE-TEXT
            IF WS-MASK-CC < 4
                MOVE 4 TO WS-MASK-CC
            END-IF
        ELSE
            IF WS-MK-ROWS > 0
                SORT MK-SRC-LEFT ON ASCENDING KEY MK-SRC-LEFT
                SORT MK-SRC-RIGHT ON ASCENDING KEY MK-SRC-RIGHT
                SORT MK-MSK-LEFT ON ASCENDING KEY MK-MSK-LEFT
                SORT MK-MSK-RIGHT ON ASCENDING KEY MK-MSK-RIGHT
            END-IF
            MOVE 1 TO WS-MK-SIDE
            PERFORM PROFILE-ONE-SIDE
            MOVE 2 TO WS-MK-SIDE
            PERFORM PROFILE-ONE-SIDE
            IF MK-STAT(1) = MK-STAT(2)
                MOVE "PROFILE MATCHES SOURCE" TO WS-MK-PROFILE-TEXT
            ELSE
                ADD 1 TO WS-FILES-MISMATCHED
                MOVE "PROFILE MISMATCH - DO NOT USE"
                    TO WS-MK-PROFILE-TEXT
                IF WS-MASK-CC < 8
                    MOVE 8 TO WS-MASK-CC
                END-IF
            END-IF
        END-IF

        PERFORM WRITE-FILE-SUMMARY.

      *> The two sorted lists are walked together like a merge, as
      *> POST-ID-LEDGER does: each distinct value takes its copies
      *> off the front of both lists.
    PROFILE-ONE-SIDE.
        MOVE 1 TO WS-MK-LEFT-ROW
        MOVE 1 TO WS-MK-RIGHT-ROW
        SET WS-MK-LEFT-MORE TO TRUE
        SET WS-MK-RIGHT-MORE TO TRUE
        PERFORM FETCH-PROFILE-LEFT
        PERFORM FETCH-PROFILE-RIGHT

        PERFORM UNTIL WS-MK-LEFT-EOF AND WS-MK-RIGHT-EOF
            EVALUATE TRUE
                WHEN WS-MK-RIGHT-EOF
                    MOVE WS-MK-NEXT-LEFT TO WS-MK-VALUE
                WHEN WS-MK-LEFT-EOF
                    MOVE WS-MK-NEXT-RIGHT TO WS-MK-VALUE
                WHEN WS-MK-NEXT-LEFT < WS-MK-NEXT-RIGHT
                    MOVE WS-MK-NEXT-LEFT TO WS-MK-VALUE
                WHEN OTHER
                    MOVE WS-MK-NEXT-RIGHT TO WS-MK-VALUE
            END-EVALUATE

            MOVE 0 TO WS-MK-LEFT-COUNT
            PERFORM UNTIL WS-MK-LEFT-EOF
                    OR WS-MK-NEXT-LEFT NOT = WS-MK-VALUE
                ADD 1 TO WS-MK-LEFT-COUNT
                PERFORM FETCH-PROFILE-LEFT
            END-PERFORM

            MOVE 0 TO WS-MK-RIGHT-COUNT
            PERFORM UNTIL WS-MK-RIGHT-EOF
                    OR WS-MK-NEXT-RIGHT NOT = WS-MK-VALUE
                ADD 1 TO WS-MK-RIGHT-COUNT
                PERFORM FETCH-PROFILE-RIGHT
            END-PERFORM

            PERFORM TALLY-PROFILE-VALUE
        END-PERFORM.

    FETCH-PROFILE-LEFT.
        IF WS-MK-LEFT-ROW > WS-MK-ROWS
            SET WS-MK-LEFT-EOF TO TRUE
        ELSE
            IF WS-MK-SIDE = 1
                MOVE MK-SRC-LEFT(WS-MK-LEFT-ROW) TO WS-MK-NEXT-LEFT
            ELSE
                MOVE MK-MSK-LEFT(WS-MK-LEFT-ROW) TO WS-MK-NEXT-LEFT
            END-IF
            ADD 1 TO WS-MK-LEFT-ROW
        END-IF.

    FETCH-PROFILE-RIGHT.
        IF WS-MK-RIGHT-ROW > WS-MK-ROWS
            SET WS-MK-RIGHT-EOF TO TRUE
        ELSE
            IF WS-MK-SIDE = 1
                MOVE MK-SRC-RIGHT(WS-MK-RIGHT-ROW) TO WS-MK-NEXT-RIGHT
            ELSE
                MOVE MK-MSK-RIGHT(WS-MK-RIGHT-ROW) TO WS-MK-NEXT-RIGHT
            END-IF
            ADD 1 TO WS-MK-RIGHT-ROW
        END-IF.

    TALLY-PROFILE-VALUE.
        IF WS-MK-LEFT-COUNT > 0
            ADD 1 TO MK-ST-LEFT-DISTINCT(WS-MK-SIDE)
            IF WS-MK-LEFT-COUNT > 1
                ADD 1 TO MK-ST-LEFT-REPEATED(WS-MK-SIDE)
            END-IF
            IF WS-MK-LEFT-COUNT > MK-ST-LEFT-MAX(WS-MK-SIDE)
                MOVE WS-MK-LEFT-COUNT TO MK-ST-LEFT-MAX(WS-MK-SIDE)
            END-IF
        END-IF
        IF WS-MK-RIGHT-COUNT > 0
            ADD 1 TO MK-ST-RIGHT-DISTINCT(WS-MK-SIDE)
            IF WS-MK-RIGHT-COUNT > 1
                ADD 1 TO MK-ST-RIGHT-REPEATED(WS-MK-SIDE)
            END-IF
            IF WS-MK-RIGHT-COUNT > MK-ST-RIGHT-MAX(WS-MK-SIDE)
                MOVE WS-MK-RIGHT-COUNT TO MK-ST-RIGHT-MAX(WS-MK-SIDE)
            END-IF
            ADD WS-MK-LEFT-COUNT TO MK-ST-MATCHED(WS-MK-SIDE)
        END-IF.

      *> Count and hash are held to the source trailer as
      *> RECONCILE-TRAILER-FIGURES holds the daily extract: the hash
      *> is only compared when every data line validated, since a
      *> rejected line never reaches it.
    CHECK-SOURCE-TRAILER.
        EVALUATE TRUE
            WHEN WS-MK-TRL-ABSENT
                MOVE "NONE" TO WS-MK-TRL-TEXT
            WHEN WS-MK-SRC-TRL-COUNT NOT = WS-MK-DATA-LINES
                MOVE "RECOMPUTED - SOURCE TRL COUNT MISMATCH"
                    TO WS-MK-TRL-TEXT
            WHEN WS-MK-VALID-ROWS = WS-MK-DATA-LINES
                    AND WS-MK-SRC-TRL-HASH NOT = WS-MK-SRC-HASH
                MOVE "RECOMPUTED - SOURCE TRL HASH MISMATCH"
                    TO WS-MK-TRL-TEXT
            WHEN OTHER
                MOVE "RECOMPUTED" TO WS-MK-TRL-TEXT
        END-EVALUATE
        IF WS-MK-TRL-TEXT(1:13) = "RECOMPUTED - "
            DISPLAY "MASKTESTDATA: " FUNCTION TRIM(WS-BASE-NAME)
                " source trailer does not agree with the file - "
                "masked copy carries a recomputed trailer"
            IF WS-MASK-CC < 4
                MOVE 4 TO WS-MASK-CC
            END-IF
        END-IF.

    WRITE-FILE-SUMMARY.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING FUNCTION TRIM(WS-BASE-NAME)
               "  LINES READ " WS-MK-LINES-READ
               " WRITTEN " WS-MK-LINES-WRITTEN
               "  ROWS MASKED " WS-MK-VALID-ROWS
               "  WITHHELD " WS-MK-WITHHELD
               "  TRAILER " FUNCTION TRIM(WS-MK-TRL-TEXT)
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        IF WS-MK-ROWS-HELD
            MOVE 1 TO WS-MK-SIDE
            MOVE "SOURCE" TO WS-MK-SIDE-LABEL
            PERFORM WRITE-PROFILE-LINE
            MOVE 2 TO WS-MK-SIDE
            MOVE "MASKED" TO WS-MK-SIDE-LABEL
            PERFORM WRITE-PROFILE-LINE
        END-IF

        MOVE SPACES TO reportFileRecord
        STRING "    " WS-MK-PROFILE-TEXT
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    WRITE-PROFILE-LINE.
        MOVE SPACES TO reportFileRecord
        STRING "    " WS-MK-SIDE-LABEL
               " LEFT IDS " MK-ST-LEFT-DISTINCT(WS-MK-SIDE)
               " DUP " MK-ST-LEFT-REPEATED(WS-MK-SIDE)
               " MAX " MK-ST-LEFT-MAX(WS-MK-SIDE)
               "  RIGHT IDS " MK-ST-RIGHT-DISTINCT(WS-MK-SIDE)
               " DUP " MK-ST-RIGHT-REPEATED(WS-MK-SIDE)
               " MAX " MK-ST-RIGHT-MAX(WS-MK-SIDE)
               "  MATCHED " MK-ST-MATCHED(WS-MK-SIDE)
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    WRITE-COPIED-SUMMARY.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING FUNCTION TRIM(WS-BASE-NAME)
               "  LINES READ " WS-MK-LINES-READ
               " WRITTEN " WS-MK-LINES-WRITTEN
               "  NO ID COLUMNS - COPIED AS SENT"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

      *> The master is copied record for record under the masked
      *> IDs; its dates and counts are the history the copies must
      *> keep, so they pass through unchanged.
    MASK-ID-MASTER.
        OPEN INPUT liveFile
        IF WS-LIVE-FILE-STATUS NOT = "00"
            CLOSE liveFile
            DISPLAY "MASKTESTDATA: no ID master "
                FUNCTION TRIM(WS-MASTER-FILENAME) " - not masked"
        ELSE
            OPEN OUTPUT testMasterFile
            IF WS-TEST-MASTER-FILE-STATUS NOT = "00"
                DISPLAY "MASKTESTDATA: cannot write "
                    FUNCTION TRIM(WS-TEST-MASTER-FILENAME)
                    " (status " WS-TEST-MASTER-FILE-STATUS ")"
                CLOSE liveFile
                MOVE 12 TO WS-MASK-CC
            ELSE
                SET WS-LIVE-MORE TO TRUE
                PERFORM UNTIL WS-LIVE-EOF
                    READ liveFile NEXT RECORD
                        AT END
                            SET WS-LIVE-EOF TO TRUE
                        NOT AT END
                            PERFORM MASK-MASTER-RECORD
                    END-READ
                END-PERFORM
                CLOSE liveFile
                CLOSE testMasterFile
                PERFORM WRITE-MASTER-SUMMARY
            END-IF
        END-IF.

    MASK-MASTER-RECORD.
        ADD 1 TO WS-MASTER-READ
        ADD LIVE-LEFT-COUNT TO WS-MASTER-SRC-LEFT-SUM
        ADD LIVE-RIGHT-COUNT TO WS-MASTER-SRC-RIGHT-SUM
        MOVE LIVE-ID TO WS-MK-REAL-ID
        PERFORM MAP-REAL-ID

        MOVE WS-MK-PSEUDONYM TO TEST-ID
        MOVE LIVE-FIRST-SEEN TO TEST-FIRST-SEEN
        MOVE LIVE-LAST-SEEN TO TEST-LAST-SEEN
        MOVE LIVE-LEFT-COUNT TO TEST-LEFT-COUNT
        MOVE LIVE-RIGHT-COUNT TO TEST-RIGHT-COUNT
        WRITE testMasterFileRecord
            INVALID KEY
                ADD 1 TO WS-MASTER-FAILED
                DISPLAY "MASKTESTDATA: masked master record for "
                    "pseudonym " TEST-ID " could not be written"
                    " (status " WS-TEST-MASTER-FILE-STATUS ")"
            NOT INVALID KEY
                ADD 1 TO WS-MASTER-WRITTEN
                ADD TEST-LEFT-COUNT TO WS-MASTER-MSK-LEFT-SUM
                ADD TEST-RIGHT-COUNT TO WS-MASTER-MSK-RIGHT-SUM
        END-WRITE.

    WRITE-MASTER-SUMMARY.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "idmaster.dat  RECORDS READ " WS-MASTER-READ
               " WRITTEN " WS-MASTER-WRITTEN
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "    SOURCE LEFT COUNTS " WS-MASTER-SRC-LEFT-SUM
               "  RIGHT COUNTS " WS-MASTER-SRC-RIGHT-SUM
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "    MASKED LEFT COUNTS " WS-MASTER-MSK-LEFT-SUM
               "  RIGHT COUNTS " WS-MASTER-MSK-RIGHT-SUM
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        IF WS-MASTER-FAILED = 0
                AND WS-MASTER-WRITTEN = WS-MASTER-READ
                AND WS-MASTER-MSK-LEFT-SUM = WS-MASTER-SRC-LEFT-SUM
                AND WS-MASTER-MSK-RIGHT-SUM = WS-MASTER-SRC-RIGHT-SUM
            MOVE "    MASTER MATCHES SOURCE" TO reportFileRecord
        ELSE
            ADD 1 TO WS-FILES-MISMATCHED
            MOVE "    MASTER MISMATCH - DO NOT USE" TO reportFileRecord
            IF WS-MASK-CC < 8
                MOVE 8 TO WS-MASK-CC
            END-IF
        END-IF
        WRITE reportFileRecord.

    WRITE-MASK-TOTALS.
        IF WS-XWALK-FAILED > 0
            DISPLAY "MASKTESTDATA: " WS-XWALK-FAILED
                " cross-walk entries could not be written"
            IF WS-MASK-CC < 8
                MOVE 8 TO WS-MASK-CC
            END-IF
        END-IF

        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE "---- TOTALS ----" TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "DAYS " WS-DAYS-SCANNED " WITH FILES "
               WS-DAYS-WITH-FILES
               "  FILES MASKED " WS-FILES-MASKED
               " COPIED " WS-FILES-COPIED
               " NOT PROFILED " WS-FILES-UNPROFILED
               " MISMATCHED " WS-FILES-MISMATCHED
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "PSEUDONYMS ISSUED " WS-IDS-ISSUED
               "  REUSED " WS-IDS-REUSED
               "  CROSS-WALK WRITE FAILURES " WS-XWALK-FAILED
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    COPY 'runparm_load.cpy'.
    COPY 'operator_check.cpy'.
