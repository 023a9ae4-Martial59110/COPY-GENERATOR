       IDENTIFICATION DIVISION.
       PROGRAM-ID. cccsta.
       AUTHOR.  AlexEtRemi.

      ******************************************************************
      * MODIFICATION HISTORY
      * - operations statistics over the CCCOP-LOG audit trail for a
      *   period given in CCCSTA.PRM : every run with its start, end,
      *   elapsed time, card count and worst grade ; cards, records
      *   and elapsed time per mode ; error and warning rates per
      *   input file and the inputs that fail most often ; and the
      *   layout changes the catalog ALERT lines announced - the
      *   monthly service review no longer counts log lines by hand
      * - a restart run's line names the run it took up, and the cards
      *   it carried forward count in its grade but not again in the
      *   mode and input figures
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARM ASSIGN
           TO "CCCSTA.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARM.

           SELECT F-LOG ASSIGN TO "CCCOP-LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOG.

           SELECT F-REPORT ASSIGN
           TO "CCCSTA.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORT.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      * the period card : first and last run date of the period,
      * YYYYMMDD each ; a blank bound leaves that end of the log open
      * and a missing card reports the whole log
       FD  F-PARM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-PARM.
           03 WS-PRM-FROM            PIC X(08).
           03 FILLER                 PIC X(01).
           03 WS-PRM-TO              PIC X(08).
           03 FILLER                 PIC X(63).

       FD  F-LOG
           RECORD CONTAINS 1 TO 200 CHARACTERS
           RECORDING MODE IS V.
       01  R-LOG PIC X(200).

       FD  F-REPORT
           RECORD CONTAINS 1 TO 200 CHARACTERS
           RECORDING MODE IS V.
       01  R-REPORT PIC X(200).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************

       01  FS-PARM PIC X(02).
           88 FS-PARM-OK VALUE "00".

       01  FS-LOG PIC X(02).
           88 FS-LOG-OK VALUE "00".
           88 FS-LOG-EOF VALUE "10".

       01  FS-REPORT PIC X(02).
           88 FS-REPORT-OK VALUE "00".

       01  WS-SWITCHES.
           03 WS-LOG-OPEN-SW     PIC X(01) VALUE "N".
              88 WS-LOG-OPEN VALUE "Y".
           03 WS-REPORT-OPEN-SW  PIC X(01) VALUE "N".
              88 WS-REPORT-OPEN VALUE "Y".
           03 WS-INP-FULL-SW     PIC X(01) VALUE "N".
              88 WS-INP-FULL VALUE "Y".
           03 WS-ALR-FULL-SW     PIC X(01) VALUE "N".
              88 WS-ALR-FULL VALUE "Y".
           03 WS-MOD-FULL-SW     PIC X(01) VALUE "N".
              88 WS-MOD-FULL VALUE "Y".

      * the period asked for, both ends inclusive
       01  WS-FROM-DATE          PIC X(08) VALUE "00000000".
       01  WS-TO-DATE            PIC X(08) VALUE "99999999".

      * 0 = report complete, 4 = a table filled and the report is
      * short of some names, 8 = no report ; becomes the RETURN-CODE
       01  WS-RUN-SEVERITY       PIC 9(01) VALUE 0.

       01  WS-COUNTS.
           03 WS-LINES-READ      PIC 9(07) VALUE 0.
           03 WS-LINES-TAKEN     PIC 9(07) VALUE 0.
           03 WS-RUN-COUNT       PIC 9(05) VALUE 0.
           03 WS-RUN-OK          PIC 9(05) VALUE 0.
           03 WS-RUN-WARN        PIC 9(05) VALUE 0.
           03 WS-RUN-ERR         PIC 9(05) VALUE 0.
           03 WS-TOT-CARDS       PIC 9(06) VALUE 0.
           03 WS-TOT-ERR         PIC 9(06) VALUE 0.
           03 WS-TOT-WARN        PIC 9(06) VALUE 0.
           03 WS-TOT-SKIP        PIC 9(06) VALUE 0.
           03 WS-ALERT-COUNT     PIC 9(05) VALUE 0.

      * marker search in a log line : the marker and its length go
      * in, the column just past it comes out - zero when absent
       01  WS-MARK               PIC X(12).
       01  WS-MARK-LEN           PIC 9(02) VALUE 0.
       01  WS-MARK-POS           PIC 9(03) VALUE 0.
       01  WS-SCAN-IDX           PIC 9(03) VALUE 0.
       01  WS-WORD               PIC X(30).
       01  WS-WORD-LEN           PIC 9(02) VALUE 0.

      * one card line of the log, taken apart ; older lines written
      * before the mode and start time were logged leave them blank
       01  WS-LN-DATE            PIC X(08).
       01  WS-LN-TIME            PIC X(08).
       01  WS-LN-RUN             PIC X(16).
       01  WS-LN-RUN-DATE        PIC X(08).
       01  WS-LN-INPUT           PIC X(30).
       01  WS-LN-NUM-X           PIC X(06).
       01  WS-LN-READ            PIC 9(06) VALUE 0.
       01  WS-LN-WRITTEN         PIC 9(06) VALUE 0.
       01  WS-LN-STATUS          PIC X(02).
       01  WS-LN-SEV             PIC 9(01) VALUE 0.
       01  WS-LN-MODE            PIC X(01).
       01  WS-LN-START           PIC X(08).
       01  WS-LN-CENTS           PIC 9(08) VALUE 0.
       01  WS-LN-SKIP-SW         PIC X(01) VALUE "N".
           88 WS-LN-SKIPPED VALUE "Y".
       01  WS-LN-TIMED-SW        PIC X(01) VALUE "N".
           88 WS-LN-TIMED VALUE "Y".

      * the run being gathered ; the lock keeps the lines of one run
      * together in the log, so a new run id closes the previous run
       01  WS-CUR-RUN            PIC X(16) VALUE SPACES.
       01  WS-CUR-CARDS          PIC 9(03) VALUE 0.
       01  WS-CUR-WORST          PIC 9(01) VALUE 0.
       01  WS-CUR-END-DATE       PIC X(08).
       01  WS-CUR-END-TIME       PIC X(08).
       01  WS-CUR-SUMMARY-SW     PIC X(01) VALUE "N".
           88 WS-CUR-HAS-SUMMARY VALUE "Y".
       01  WS-CUR-RESTART        PIC X(16) VALUE SPACES.

      * clock time HHMMSSCC turned into hundredths of a second
       01  WS-TM-TIME.
           03 WS-TM-HH           PIC 9(02).
           03 WS-TM-MM           PIC 9(02).
           03 WS-TM-SS           PIC 9(02).
           03 WS-TM-CC           PIC 9(02).
       01  WS-TM-TIME-X REDEFINES WS-TM-TIME PIC X(08).
       01  WS-TM-CENTS           PIC 9(08) VALUE 0.
       01  WS-TM-START-CENTS     PIC 9(08) VALUE 0.
       01  WS-TM-END-CENTS       PIC 9(08) VALUE 0.
       01  WS-TM-OK-SW           PIC X(01) VALUE "N".
           88 WS-TM-OK VALUE "Y".

      * volumes per mode letter, in order of first appearance ; "?"
      * gathers the cards logged before the mode was written
       01  WS-MOD-COUNT          PIC 9(02) VALUE 0.
       01  WS-MOD-IDX            PIC 9(02) VALUE 0.
       01  WS-MOD-TABLE.
           03 WS-MOD-ENTRY OCCURS 40 TIMES.
              05 WS-MOD-LETTER   PIC X(01).
              05 WS-MOD-CARDS    PIC 9(06).
              05 WS-MOD-READ     PIC 9(09).
              05 WS-MOD-WRITTEN  PIC 9(09).
              05 WS-MOD-ERR      PIC 9(05).
              05 WS-MOD-WARN     PIC 9(05).
              05 WS-MOD-SKIP     PIC 9(05).
              05 WS-MOD-TIMED    PIC 9(06).
              05 WS-MOD-CENTS    PIC 9(10).

      * outcomes per input file, in order of first appearance, with
      * the date and status of its latest failure
       01  WS-INP-COUNT          PIC 9(03) VALUE 0.
       01  WS-INP-IDX            PIC 9(03) VALUE 0.
       01  WS-INP-BEST           PIC 9(03) VALUE 0.
       01  WS-INP-RANK           PIC 9(02) VALUE 0.
       01  WS-INP-TABLE.
           03 WS-INP-ENTRY OCCURS 500 TIMES.
              05 WS-INP-NAME     PIC X(30).
              05 WS-INP-CARDS    PIC 9(05).
              05 WS-INP-ERR      PIC 9(05).
              05 WS-INP-WARN     PIC 9(05).
              05 WS-INP-SKIP     PIC 9(05).
              05 WS-INP-ERR-DATE PIC X(08).
              05 WS-INP-ERR-STAT PIC X(02).
              05 WS-INP-RANKED   PIC X(01).
       01  WS-INP-RUNS           PIC 9(05) VALUE 0.
       01  WS-PCT                PIC 9(03) VALUE 0.

      * layout names the catalog flagged as changed shape
       01  WS-ALR-COUNT          PIC 9(03) VALUE 0.
       01  WS-ALR-IDX            PIC 9(03) VALUE 0.
       01  WS-ALR-TABLE.
           03 WS-ALR-ENTRY OCCURS 200 TIMES.
              05 WS-ALR-NAME     PIC X(30).
              05 WS-ALR-TIMES    PIC 9(05).
              05 WS-ALR-LAST     PIC X(08).

       01  WS-RPT-LINE           PIC X(200).

       01  WS-HDR-LINE.
           03 FILLER             PIC X(12) VALUE "CCCSTA FROM=".
           03 WS-HDR-FROM        PIC X(08).
           03 FILLER             PIC X(04) VALUE " TO=".
           03 WS-HDR-TO          PIC X(08).

       01  WS-RUN-LINE.
           03 FILLER             PIC X(04) VALUE "RUN=".
           03 WS-RL-RUN          PIC X(16).
           03 FILLER             PIC X(07) VALUE " START=".
           03 WS-RL-START-DATE   PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-RL-START-TIME   PIC X(08).
           03 FILLER             PIC X(05) VALUE " END=".
           03 WS-RL-END-DATE     PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-RL-END-TIME     PIC X(08).
           03 FILLER             PIC X(09) VALUE " ELAPSED=".
           03 WS-RL-ELAPSED      PIC 9(06).9(02).
           03 FILLER             PIC X(07) VALUE " CARDS=".
           03 WS-RL-CARDS        PIC 9(03).
           03 FILLER             PIC X(07) VALUE " WORST=".
           03 WS-RL-WORST        PIC 9(01).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-RL-NOTE         PIC X(10).
           03 WS-RL-RESTART.
              05 WS-RL-RST-TAG   PIC X(09).
              05 WS-RL-RST-ID    PIC X(16).

       01  WS-RTOT-LINE.
           03 FILLER             PIC X(07) VALUE "* RUNS=".
           03 WS-RT-RUNS         PIC 9(05).
           03 FILLER             PIC X(04) VALUE " OK=".
           03 WS-RT-OK           PIC 9(05).
           03 FILLER             PIC X(09) VALUE " WARNING=".
           03 WS-RT-WARN         PIC 9(05).
           03 FILLER             PIC X(07) VALUE " ERROR=".
           03 WS-RT-ERR          PIC 9(05).
           03 FILLER             PIC X(07) VALUE " CARDS=".
           03 WS-RT-CARDS        PIC 9(06).
           03 FILLER             PIC X(07) VALUE " LINES=".
           03 WS-RT-LINES        PIC 9(07).

       01  WS-MODE-LINE.
           03 FILLER             PIC X(05) VALUE "MODE=".
           03 WS-ML-MODE         PIC X(01).
           03 FILLER             PIC X(07) VALUE " CARDS=".
           03 WS-ML-CARDS        PIC 9(06).
           03 FILLER             PIC X(06) VALUE " READ=".
           03 WS-ML-READ         PIC 9(09).
           03 FILLER             PIC X(09) VALUE " WRITTEN=".
           03 WS-ML-WRITTEN      PIC 9(09).
           03 FILLER             PIC X(07) VALUE " ERROR=".
           03 WS-ML-ERR          PIC 9(05).
           03 FILLER             PIC X(09) VALUE " WARNING=".
           03 WS-ML-WARN         PIC 9(05).
           03 FILLER             PIC X(09) VALUE " SKIPPED=".
           03 WS-ML-SKIP         PIC 9(05).
           03 FILLER             PIC X(07) VALUE " TIMED=".
           03 WS-ML-TIMED        PIC 9(06).
           03 FILLER             PIC X(09) VALUE " ELAPSED=".
           03 WS-ML-ELAPSED      PIC 9(08).9(02).

       01  WS-INP-LINE.
           03 FILLER             PIC X(06) VALUE "INPUT=".
           03 WS-IL-NAME         PIC X(30).
           03 FILLER             PIC X(07) VALUE " CARDS=".
           03 WS-IL-CARDS        PIC 9(05).
           03 FILLER             PIC X(07) VALUE " ERROR=".
           03 WS-IL-ERR          PIC 9(05).
           03 FILLER             PIC X(06) VALUE " ERR%=".
           03 WS-IL-ERR-PCT      PIC 9(03).
           03 FILLER             PIC X(09) VALUE " WARNING=".
           03 WS-IL-WARN         PIC 9(05).
           03 FILLER             PIC X(07) VALUE " WARN%=".
           03 WS-IL-WARN-PCT     PIC 9(03).
           03 FILLER             PIC X(09) VALUE " SKIPPED=".
           03 WS-IL-SKIP         PIC 9(05).

       01  WS-TOP-LINE.
           03 FILLER             PIC X(04) VALUE "TOP=".
           03 WS-TL-RANK         PIC 9(02).
           03 FILLER             PIC X(07) VALUE " INPUT=".
           03 WS-TL-NAME         PIC X(30).
           03 FILLER             PIC X(07) VALUE " ERROR=".
           03 WS-TL-ERR          PIC 9(05).
           03 FILLER             PIC X(06) VALUE " ERR%=".
           03 WS-TL-ERR-PCT      PIC 9(03).
           03 FILLER             PIC X(11) VALUE " LAST-DATE=".
           03 WS-TL-DATE         PIC X(08).
           03 FILLER             PIC X(08) VALUE " STATUS=".
           03 WS-TL-STATUS       PIC X(02).

       01  WS-ALR-LINE.
           03 FILLER             PIC X(05) VALUE "NAME=".
           03 WS-AL-NAME         PIC X(30).
           03 FILLER             PIC X(09) VALUE " CHANGES=".
           03 WS-AL-TIMES        PIC 9(05).
           03 FILLER             PIC X(06) VALUE " LAST=".
           03 WS-AL-LAST         PIC X(08).

       01  WS-ALR-HEAD-LINE.
           03 FILLER             PIC X(24)
                                 VALUE "* LAYOUT CHANGES ALERTS=".
           03 WS-AH-ALERTS       PIC 9(05).
           03 FILLER             PIC X(07) VALUE " NAMES=".
           03 WS-AH-NAMES        PIC 9(03).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       START-MAIN.
           PERFORM 0100-INITIALIZE.
           PERFORM 1000-READ-LOG UNTIL FS-LOG-EOF.
           PERFORM 0900-TERMINATE.
       END-MAIN.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           STOP RUN.

      ******************************************************************
       0100-INITIALIZE.
           PERFORM 0110-READ-PERIOD.
           IF WS-RUN-SEVERITY < 8
              MOVE SPACES TO FS-LOG
              OPEN INPUT F-LOG
              IF FS-LOG-OK
                 SET WS-LOG-OPEN TO TRUE
              ELSE
                 DISPLAY "ERREUR LOG :" SPACE FS-LOG
                 MOVE 8 TO WS-RUN-SEVERITY
              END-IF
           END-IF
           IF WS-LOG-OPEN
              MOVE SPACES TO FS-REPORT
              OPEN OUTPUT F-REPORT
              IF FS-REPORT-OK
                 SET WS-REPORT-OPEN TO TRUE
              ELSE
                 DISPLAY "ERREUR RAPPORT :" SPACE FS-REPORT
                 MOVE 8 TO WS-RUN-SEVERITY
              END-IF
           END-IF
           IF WS-REPORT-OPEN
              MOVE WS-FROM-DATE TO WS-HDR-FROM
              MOVE WS-TO-DATE   TO WS-HDR-TO
              MOVE WS-HDR-LINE  TO WS-RPT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
              MOVE "* RUNS" TO WS-RPT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           ELSE
              SET FS-LOG-EOF TO TRUE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the period card is optional ; a bound that is not a date, or
      * a period that ends before it starts, stops the report rather
      * than print figures for a period nobody asked for
       0110-READ-PERIOD.
           MOVE SPACES TO FS-PARM
           OPEN INPUT F-PARM
           IF FS-PARM-OK
              READ F-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF WS-PRM-FROM NOT = SPACES
                       IF WS-PRM-FROM IS NUMERIC
                          MOVE WS-PRM-FROM TO WS-FROM-DATE
                       ELSE
                          MOVE 8 TO WS-RUN-SEVERITY
                       END-IF
                    END-IF
                    IF WS-PRM-TO NOT = SPACES
                       IF WS-PRM-TO IS NUMERIC
                          MOVE WS-PRM-TO TO WS-TO-DATE
                       ELSE
                          MOVE 8 TO WS-RUN-SEVERITY
                       END-IF
                    END-IF
              END-READ
              CLOSE F-PARM
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              MOVE 8 TO WS-RUN-SEVERITY
           END-IF
           IF WS-RUN-SEVERITY = 8
              DISPLAY "ERREUR : PERIODE CCCSTA.PRM INVALIDE"
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       0900-TERMINATE.
           IF WS-CUR-RUN NOT = SPACES
              PERFORM 3000-CLOSE-RUN
           END-IF
           IF WS-REPORT-OPEN
              PERFORM 3100-WRITE-RUN-TOTALS
              PERFORM 3200-WRITE-MODES
              PERFORM 3300-WRITE-INPUTS
              PERFORM 3400-WRITE-MOST-FAILING
              PERFORM 3500-WRITE-ALERTS
              CLOSE F-REPORT
           END-IF
           IF WS-LOG-OPEN
              CLOSE F-LOG
           END-IF
           DISPLAY "CCCSTA LIGNES LUES=" WS-LINES-READ
                   " CARTES=" WS-TOT-CARDS " RUNS=" WS-RUN-COUNT.
           EXIT.

      ******************************************************************
      * one pass over the log : card lines, ALERT lines and the
      * closing SUMMARY line of each run are taken, the per-card
      * SUMMARY lines - a copy of the card lines - are passed over
      ******************************************************************
       1000-READ-LOG.
           READ F-LOG
              AT END
                 SET FS-LOG-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-LINES-READ
                 PERFORM 1100-TAKE-LOG-LINE
           END-READ.
           EXIT.

      *-----------------------------------------------------------------
       1100-TAKE-LOG-LINE.
           IF R-LOG(1:23) = "SUMMARY WORST SEVERITY="
              PERFORM 1500-TAKE-RUN-END
           ELSE
              IF R-LOG(1:8) IS NUMERIC AND R-LOG(9:1) = SPACE
                 PERFORM 1150-SPLIT-LOG-LINE
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the run's own date - the first eight bytes of its id - decides
      * the period, so a run that went past midnight is counted whole
      * in the period it started in ; lines older than the run id
      * fall back on their own date
       1150-SPLIT-LOG-LINE.
           MOVE R-LOG(1:8)  TO WS-LN-DATE
           MOVE R-LOG(10:8) TO WS-LN-TIME
           MOVE SPACES TO WS-LN-RUN
           MOVE " RUN=" TO WS-MARK
           MOVE 5 TO WS-MARK-LEN
           PERFORM 1900-FIND-MARKER
           IF WS-MARK-POS > 0
              MOVE R-LOG(WS-MARK-POS:16) TO WS-LN-RUN
           END-IF
           IF WS-LN-RUN NOT = SPACES
              MOVE WS-LN-RUN(1:8) TO WS-LN-RUN-DATE
           ELSE
              MOVE WS-LN-DATE TO WS-LN-RUN-DATE
           END-IF
           IF WS-LN-RUN-DATE NOT < WS-FROM-DATE
              AND WS-LN-RUN-DATE NOT > WS-TO-DATE
              MOVE " INPUT=" TO WS-MARK
              MOVE 7 TO WS-MARK-LEN
              PERFORM 1900-FIND-MARKER
              IF WS-MARK-POS > 0
                 PERFORM 1200-TAKE-CARD-LINE
              ELSE
                 MOVE " ALERT NAME=" TO WS-MARK
                 MOVE 12 TO WS-MARK-LEN
                 PERFORM 1900-FIND-MARKER
                 IF WS-MARK-POS > 0
                    PERFORM 1400-TAKE-ALERT-LINE
                 END-IF
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one card's outcome ; WS-MARK-POS points just past "INPUT="
       1200-TAKE-CARD-LINE.
           PERFORM 1800-FOLLOW-RUN
           ADD 1 TO WS-LINES-TAKEN
           PERFORM 1910-TAKE-WORD
           MOVE WS-WORD TO WS-LN-INPUT
           MOVE 0 TO WS-LN-READ WS-LN-WRITTEN WS-LN-SEV
           MOVE SPACES TO WS-LN-STATUS WS-LN-MODE WS-LN-START
           MOVE " READ=" TO WS-MARK
           MOVE 6 TO WS-MARK-LEN
           PERFORM 1900-FIND-MARKER
           IF WS-MARK-POS > 0
              MOVE R-LOG(WS-MARK-POS:6) TO WS-LN-NUM-X
              IF WS-LN-NUM-X IS NUMERIC
                 MOVE WS-LN-NUM-X TO WS-LN-READ
              END-IF
           END-IF
           MOVE " WRITTEN=" TO WS-MARK
           MOVE 9 TO WS-MARK-LEN
           PERFORM 1900-FIND-MARKER
           IF WS-MARK-POS > 0
              MOVE R-LOG(WS-MARK-POS:6) TO WS-LN-NUM-X
              IF WS-LN-NUM-X IS NUMERIC
                 MOVE WS-LN-NUM-X TO WS-LN-WRITTEN
              END-IF
           END-IF
           MOVE " STATUS=" TO WS-MARK
           MOVE 8 TO WS-MARK-LEN
           PERFORM 1900-FIND-MARKER
           IF WS-MARK-POS > 0
              MOVE R-LOG(WS-MARK-POS:2) TO WS-LN-STATUS
           END-IF
           MOVE " SEV=" TO WS-MARK
           MOVE 5 TO WS-MARK-LEN
           PERFORM 1900-FIND-MARKER
           IF WS-MARK-POS > 0
              IF R-LOG(WS-MARK-POS:1) IS NUMERIC
                 MOVE R-LOG(WS-MARK-POS:1) TO WS-LN-SEV
              END-IF
           END-IF
           MOVE " MODE=" TO WS-MARK
           MOVE 6 TO WS-MARK-LEN
           PERFORM 1900-FIND-MARKER
           IF WS-MARK-POS > 0
              MOVE R-LOG(WS-MARK-POS:1) TO WS-LN-MODE
           END-IF
           MOVE " START=" TO WS-MARK
           MOVE 7 TO WS-MARK-LEN
           PERFORM 1900-FIND-MARKER
           IF WS-MARK-POS > 0
              MOVE R-LOG(WS-MARK-POS:8) TO WS-LN-START
           END-IF
           MOVE " RESTART=" TO WS-MARK
           MOVE 9 TO WS-MARK-LEN
           PERFORM 1900-FIND-MARKER
           IF WS-MARK-POS > 0
              MOVE R-LOG(WS-MARK-POS:16) TO WS-CUR-RESTART
           END-IF
      * a card a restart carried forward did not run again ; it keeps
      * its place in the run and its grade, but adds nothing to the
      * volumes and rates its first run already gave
           MOVE " CARRIED=Y" TO WS-MARK
           MOVE 10 TO WS-MARK-LEN
           PERFORM 1900-FIND-MARKER
           IF WS-MARK-POS > 0
              MOVE "N" TO WS-LN-SKIP-SW
           ELSE
              PERFORM 1250-CLASSIFY-CARD
              PERFORM 1300-COUNT-MODE
              PERFORM 1350-COUNT-INPUT
           END-IF
           ADD 1 TO WS-CUR-CARDS
           IF NOT WS-LN-SKIPPED AND WS-LN-SEV > WS-CUR-WORST
              MOVE WS-LN-SEV TO WS-CUR-WORST
           END-IF
           MOVE WS-LN-DATE TO WS-CUR-END-DATE
           MOVE WS-LN-TIME TO WS-CUR-END-TIME.
           EXIT.

      *-----------------------------------------------------------------
      * a card skipped by its condition never ran : it is counted
      * apart and stays out of the error and warning rates ; a card
      * logged with its start time is timed to the line's own time,
      * the moment its job ended
       1250-CLASSIFY-CARD.
           MOVE "N" TO WS-LN-SKIP-SW
           IF WS-LN-STATUS = "SK"
              SET WS-LN-SKIPPED TO TRUE
           END-IF
           INSPECT WS-LN-MODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-LN-MODE = SPACE
              MOVE "?" TO WS-LN-MODE
           END-IF
           ADD 1 TO WS-TOT-CARDS
           IF WS-LN-SKIPPED
              ADD 1 TO WS-TOT-SKIP
           ELSE
              IF WS-LN-SEV > 4
                 ADD 1 TO WS-TOT-ERR
              END-IF
              IF WS-LN-SEV = 4
                 ADD 1 TO WS-TOT-WARN
              END-IF
           END-IF
           MOVE "N" TO WS-LN-TIMED-SW
           MOVE 0 TO WS-LN-CENTS
           MOVE WS-LN-START TO WS-TM-TIME-X
           PERFORM 4000-TIME-TO-CENTS
           IF WS-TM-OK
              MOVE WS-TM-CENTS TO WS-TM-START-CENTS
              MOVE WS-LN-TIME TO WS-TM-TIME-X
              PERFORM 4000-TIME-TO-CENTS
              IF WS-TM-OK
                 SET WS-LN-TIMED TO TRUE
                 MOVE WS-TM-CENTS TO WS-TM-END-CENTS
                 IF WS-TM-END-CENTS < WS-TM-START-CENTS
                    ADD 8640000 TO WS-TM-END-CENTS
                 END-IF
                 COMPUTE WS-LN-CENTS =
                         WS-TM-END-CENTS - WS-TM-START-CENTS
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       1300-COUNT-MODE.
           MOVE 0 TO WS-MOD-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-MOD-COUNT OR WS-MOD-IDX > 0
              IF WS-MOD-LETTER(WS-SCAN-IDX) = WS-LN-MODE
                 MOVE WS-SCAN-IDX TO WS-MOD-IDX
              END-IF
           END-PERFORM
           IF WS-MOD-IDX = 0
              IF WS-MOD-COUNT < 40
                 ADD 1 TO WS-MOD-COUNT
                 MOVE WS-MOD-COUNT TO WS-MOD-IDX
                 MOVE WS-LN-MODE TO WS-MOD-LETTER(WS-MOD-IDX)
                 MOVE 0 TO WS-MOD-CARDS(WS-MOD-IDX)
                           WS-MOD-READ(WS-MOD-IDX)
                           WS-MOD-WRITTEN(WS-MOD-IDX)
                           WS-MOD-ERR(WS-MOD-IDX)
                           WS-MOD-WARN(WS-MOD-IDX)
                           WS-MOD-SKIP(WS-MOD-IDX)
                           WS-MOD-TIMED(WS-MOD-IDX)
                           WS-MOD-CENTS(WS-MOD-IDX)
              ELSE
                 IF NOT WS-MOD-FULL
                    DISPLAY "ATTENTION : TABLE DES MODES LIMITEE A 40"
                    SET WS-MOD-FULL TO TRUE
                    IF WS-RUN-SEVERITY < 4
                       MOVE 4 TO WS-RUN-SEVERITY
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-MOD-IDX > 0
              ADD 1 TO WS-MOD-CARDS(WS-MOD-IDX)
              ADD WS-LN-READ TO WS-MOD-READ(WS-MOD-IDX)
              ADD WS-LN-WRITTEN TO WS-MOD-WRITTEN(WS-MOD-IDX)
              IF WS-LN-SKIPPED
                 ADD 1 TO WS-MOD-SKIP(WS-MOD-IDX)
              ELSE
                 IF WS-LN-SEV > 4
                    ADD 1 TO WS-MOD-ERR(WS-MOD-IDX)
                 END-IF
                 IF WS-LN-SEV = 4
                    ADD 1 TO WS-MOD-WARN(WS-MOD-IDX)
                 END-IF
              END-IF
              IF WS-LN-TIMED
                 ADD 1 TO WS-MOD-TIMED(WS-MOD-IDX)
                 ADD WS-LN-CENTS TO WS-MOD-CENTS(WS-MOD-IDX)
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       1350-COUNT-INPUT.
           MOVE 0 TO WS-INP-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-INP-COUNT OR WS-INP-IDX > 0
              IF WS-INP-NAME(WS-SCAN-IDX) = WS-LN-INPUT
                 MOVE WS-SCAN-IDX TO WS-INP-IDX
              END-IF
           END-PERFORM
           IF WS-INP-IDX = 0
              IF WS-INP-COUNT < 500
                 ADD 1 TO WS-INP-COUNT
                 MOVE WS-INP-COUNT TO WS-INP-IDX
                 MOVE WS-LN-INPUT TO WS-INP-NAME(WS-INP-IDX)
                 MOVE 0 TO WS-INP-CARDS(WS-INP-IDX)
                           WS-INP-ERR(WS-INP-IDX)
                           WS-INP-WARN(WS-INP-IDX)
                           WS-INP-SKIP(WS-INP-IDX)
                 MOVE SPACES TO WS-INP-ERR-DATE(WS-INP-IDX)
                                WS-INP-ERR-STAT(WS-INP-IDX)
                 MOVE "N" TO WS-INP-RANKED(WS-INP-IDX)
              ELSE
                 IF NOT WS-INP-FULL
                    DISPLAY "ATTENTION : TABLE DES FICHIERS LIMITEE"
                            " A 500"
                    SET WS-INP-FULL TO TRUE
                    IF WS-RUN-SEVERITY < 4
                       MOVE 4 TO WS-RUN-SEVERITY
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-INP-IDX > 0
              ADD 1 TO WS-INP-CARDS(WS-INP-IDX)
              IF WS-LN-SKIPPED
                 ADD 1 TO WS-INP-SKIP(WS-INP-IDX)
              ELSE
                 IF WS-LN-SEV > 4
                    ADD 1 TO WS-INP-ERR(WS-INP-IDX)
                    MOVE WS-LN-DATE TO WS-INP-ERR-DATE(WS-INP-IDX)
                    MOVE WS-LN-STATUS TO WS-INP-ERR-STAT(WS-INP-IDX)
                 END-IF
                 IF WS-LN-SEV = 4
                    ADD 1 TO WS-INP-WARN(WS-INP-IDX)
                 END-IF
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the catalog's change alert ; WS-MARK-POS points just past
      * "ALERT NAME="
       1400-TAKE-ALERT-LINE.
           PERFORM 1800-FOLLOW-RUN
           ADD 1 TO WS-LINES-TAKEN
           ADD 1 TO WS-ALERT-COUNT
           PERFORM 1910-TAKE-WORD
           MOVE 0 TO WS-ALR-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-ALR-COUNT OR WS-ALR-IDX > 0
              IF WS-ALR-NAME(WS-SCAN-IDX) = WS-WORD
                 MOVE WS-SCAN-IDX TO WS-ALR-IDX
              END-IF
           END-PERFORM
           IF WS-ALR-IDX = 0
              IF WS-ALR-COUNT < 200
                 ADD 1 TO WS-ALR-COUNT
                 MOVE WS-ALR-COUNT TO WS-ALR-IDX
                 MOVE WS-WORD TO WS-ALR-NAME(WS-ALR-IDX)
                 MOVE 0 TO WS-ALR-TIMES(WS-ALR-IDX)
              ELSE
                 IF NOT WS-ALR-FULL
                    DISPLAY "ATTENTION : TABLE DES ALERTES LIMITEE"
                            " A 200"
                    SET WS-ALR-FULL TO TRUE
                    IF WS-RUN-SEVERITY < 4
                       MOVE 4 TO WS-RUN-SEVERITY
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-ALR-IDX > 0
              ADD 1 TO WS-ALR-TIMES(WS-ALR-IDX)
              MOVE WS-LN-DATE TO WS-ALR-LAST(WS-ALR-IDX)
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the closing line of a run : its worst grade, and - since the
      * end stamp was added - the date and time the run let go ;
      * without one the run ends at its last card line
       1500-TAKE-RUN-END.
           IF R-LOG(30:16) NOT = SPACES
              AND R-LOG(30:8) NOT < WS-FROM-DATE
              AND R-LOG(30:8) NOT > WS-TO-DATE
              ADD 1 TO WS-LINES-TAKEN
              MOVE R-LOG(30:16) TO WS-LN-RUN
              PERFORM 1800-FOLLOW-RUN
              SET WS-CUR-HAS-SUMMARY TO TRUE
              IF R-LOG(24:1) IS NUMERIC
                 MOVE R-LOG(24:1) TO WS-CUR-WORST
              END-IF
              IF R-LOG(46:5) = " END=" AND R-LOG(51:16) IS NUMERIC
                 MOVE R-LOG(51:8) TO WS-CUR-END-DATE
                 MOVE R-LOG(59:8) TO WS-CUR-END-TIME
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a line of another run than the one being gathered closes it
      * and opens the new one ; lines without a run id belong to no
      * run and leave the current one alone
       1800-FOLLOW-RUN.
           IF WS-LN-RUN NOT = SPACES AND WS-LN-RUN NOT = WS-CUR-RUN
              IF WS-CUR-RUN NOT = SPACES
                 PERFORM 3000-CLOSE-RUN
              END-IF
              MOVE WS-LN-RUN TO WS-CUR-RUN
              MOVE 0 TO WS-CUR-CARDS WS-CUR-WORST
              MOVE SPACES TO WS-CUR-END-DATE WS-CUR-END-TIME
                             WS-CUR-RESTART
              MOVE "N" TO WS-CUR-SUMMARY-SW
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the markers float with the length of the names before them,
      * so they are searched for past the date and time
       1900-FIND-MARKER.
           MOVE 0 TO WS-MARK-POS
           PERFORM VARYING WS-SCAN-IDX FROM 17 BY 1
              UNTIL WS-SCAN-IDX > 200 - WS-MARK-LEN OR WS-MARK-POS > 0
              IF R-LOG(WS-SCAN-IDX:WS-MARK-LEN) =
                 WS-MARK(1:WS-MARK-LEN)
                 COMPUTE WS-MARK-POS = WS-SCAN-IDX + WS-MARK-LEN
              END-IF
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
      * the name starting at WS-MARK-POS, up to the next space
       1910-TAKE-WORD.
           MOVE SPACES TO WS-WORD
           MOVE 0 TO WS-WORD-LEN
           PERFORM VARYING WS-SCAN-IDX FROM WS-MARK-POS BY 1
              UNTIL WS-SCAN-IDX > 200 OR WS-WORD-LEN = 30
                 OR R-LOG(WS-SCAN-IDX:1) = SPACE
              ADD 1 TO WS-WORD-LEN
           END-PERFORM
           IF WS-WORD-LEN > 0
              MOVE R-LOG(WS-MARK-POS:WS-WORD-LEN) TO WS-WORD
           END-IF.
           EXIT.

      ******************************************************************
      * the report, section by section ; the run lines are written
      * as each run closes, the rest once the log is exhausted
      ******************************************************************
       3000-CLOSE-RUN.
           ADD 1 TO WS-RUN-COUNT
           EVALUATE WS-CUR-WORST
              WHEN 0
                 ADD 1 TO WS-RUN-OK
              WHEN 4
                 ADD 1 TO WS-RUN-WARN
              WHEN OTHER
                 ADD 1 TO WS-RUN-ERR
           END-EVALUATE
           MOVE WS-CUR-RUN       TO WS-RL-RUN
           MOVE WS-CUR-RUN(1:8)  TO WS-RL-START-DATE
           MOVE WS-CUR-RUN(9:8)  TO WS-RL-START-TIME
           MOVE WS-CUR-END-DATE  TO WS-RL-END-DATE
           MOVE WS-CUR-END-TIME  TO WS-RL-END-TIME
           MOVE WS-CUR-CARDS     TO WS-RL-CARDS
           MOVE WS-CUR-WORST     TO WS-RL-WORST
           MOVE 0 TO WS-RL-ELAPSED
      * a run is never left open past the next day, so an end date
      * later than the start date is taken as the following day
           MOVE WS-CUR-RUN(9:8) TO WS-TM-TIME-X
           PERFORM 4000-TIME-TO-CENTS
           IF WS-TM-OK
              MOVE WS-TM-CENTS TO WS-TM-START-CENTS
              MOVE WS-CUR-END-TIME TO WS-TM-TIME-X
              PERFORM 4000-TIME-TO-CENTS
              IF WS-TM-OK
                 MOVE WS-TM-CENTS TO WS-TM-END-CENTS
                 IF WS-CUR-END-DATE > WS-CUR-RUN(1:8)
                    ADD 8640000 TO WS-TM-END-CENTS
                 END-IF
                 IF WS-TM-END-CENTS NOT < WS-TM-START-CENTS
                    COMPUTE WS-RL-ELAPSED =
                       (WS-TM-END-CENTS - WS-TM-START-CENTS) / 100
                 END-IF
              END-IF
           END-IF
           IF WS-CUR-HAS-SUMMARY
              MOVE SPACES TO WS-RL-NOTE
           ELSE
              MOVE "NO SUMMARY" TO WS-RL-NOTE
           END-IF
           MOVE SPACES TO WS-RL-RESTART
           IF WS-CUR-RESTART NOT = SPACES
              MOVE " RESTART=" TO WS-RL-RST-TAG
              MOVE WS-CUR-RESTART TO WS-RL-RST-ID
           END-IF
           IF WS-REPORT-OPEN
              MOVE WS-RUN-LINE TO WS-RPT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       3100-WRITE-RUN-TOTALS.
           MOVE WS-RUN-COUNT  TO WS-RT-RUNS
           MOVE WS-RUN-OK     TO WS-RT-OK
           MOVE WS-RUN-WARN   TO WS-RT-WARN
           MOVE WS-RUN-ERR    TO WS-RT-ERR
           MOVE WS-TOT-CARDS  TO WS-RT-CARDS
           MOVE WS-LINES-READ TO WS-RT-LINES
           MOVE WS-RTOT-LINE  TO WS-RPT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.
           EXIT.

      *-----------------------------------------------------------------
      * the elapsed time of a mode covers its timed cards only - the
      * ones logged with a start time - and TIMED says how many
       3200-WRITE-MODES.
           MOVE "* MODES" TO WS-RPT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
              UNTIL WS-MOD-IDX > WS-MOD-COUNT
              MOVE WS-MOD-LETTER(WS-MOD-IDX)  TO WS-ML-MODE
              MOVE WS-MOD-CARDS(WS-MOD-IDX)   TO WS-ML-CARDS
              MOVE WS-MOD-READ(WS-MOD-IDX)    TO WS-ML-READ
              MOVE WS-MOD-WRITTEN(WS-MOD-IDX) TO WS-ML-WRITTEN
              MOVE WS-MOD-ERR(WS-MOD-IDX)     TO WS-ML-ERR
              MOVE WS-MOD-WARN(WS-MOD-IDX)    TO WS-ML-WARN
              MOVE WS-MOD-SKIP(WS-MOD-IDX)    TO WS-ML-SKIP
              MOVE WS-MOD-TIMED(WS-MOD-IDX)   TO WS-ML-TIMED
              COMPUTE WS-ML-ELAPSED = WS-MOD-CENTS(WS-MOD-IDX) / 100
              MOVE WS-MODE-LINE TO WS-RPT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
      * rates are taken over the cards that really ran
       3300-WRITE-INPUTS.
           MOVE "* INPUTS" TO WS-RPT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM VARYING WS-INP-IDX FROM 1 BY 1
              UNTIL WS-INP-IDX > WS-INP-COUNT
              MOVE WS-INP-NAME(WS-INP-IDX)  TO WS-IL-NAME
              MOVE WS-INP-CARDS(WS-INP-IDX) TO WS-IL-CARDS
              MOVE WS-INP-ERR(WS-INP-IDX)   TO WS-IL-ERR
              MOVE WS-INP-WARN(WS-INP-IDX)  TO WS-IL-WARN
              MOVE WS-INP-SKIP(WS-INP-IDX)  TO WS-IL-SKIP
              MOVE WS-INP-ERR(WS-INP-IDX) TO WS-PCT
              PERFORM 3350-RATE-OF-INPUT
              MOVE WS-PCT TO WS-IL-ERR-PCT
              MOVE WS-INP-WARN(WS-INP-IDX) TO WS-PCT
              PERFORM 3350-RATE-OF-INPUT
              MOVE WS-PCT TO WS-IL-WARN-PCT
              MOVE WS-INP-LINE TO WS-RPT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-PERFORM
           IF WS-INP-FULL
              MOVE "* TABLE DES FICHIERS LIMITEE A 500" TO WS-RPT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * WS-PCT comes in as a count of the input's cards and goes out
      * as its percentage of the cards that ran
       3350-RATE-OF-INPUT.
           COMPUTE WS-INP-RUNS = WS-INP-CARDS(WS-INP-IDX)
                               - WS-INP-SKIP(WS-INP-IDX)
           IF WS-INP-RUNS > 0
              COMPUTE WS-PCT ROUNDED = WS-PCT * 100 / WS-INP-RUNS
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the ten inputs with the most ERROR cards, most first ; a tie
      * goes to the input seen first in the period
       3400-WRITE-MOST-FAILING.
           MOVE "* MOST FAILING INPUTS" TO WS-RPT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE 0 TO WS-INP-RANK
           MOVE 1 TO WS-INP-BEST
           PERFORM UNTIL WS-INP-RANK = 10 OR WS-INP-BEST = 0
              PERFORM 3410-PICK-WORST-INPUT
              IF WS-INP-BEST > 0
                 ADD 1 TO WS-INP-RANK
                 MOVE "Y" TO WS-INP-RANKED(WS-INP-BEST)
                 MOVE WS-INP-RANK TO WS-TL-RANK
                 MOVE WS-INP-NAME(WS-INP-BEST)     TO WS-TL-NAME
                 MOVE WS-INP-ERR(WS-INP-BEST)      TO WS-TL-ERR
                 MOVE WS-INP-ERR-DATE(WS-INP-BEST) TO WS-TL-DATE
                 MOVE WS-INP-ERR-STAT(WS-INP-BEST) TO WS-TL-STATUS
                 MOVE WS-INP-BEST TO WS-INP-IDX
                 MOVE WS-INP-ERR(WS-INP-BEST) TO WS-PCT
                 PERFORM 3350-RATE-OF-INPUT
                 MOVE WS-PCT TO WS-TL-ERR-PCT
                 MOVE WS-TOP-LINE TO WS-RPT-LINE
                 PERFORM 3900-WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-INP-RANK = 0
              MOVE "* NO ERROR" TO WS-RPT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       3410-PICK-WORST-INPUT.
           MOVE 0 TO WS-INP-BEST
           PERFORM VARYING WS-INP-IDX FROM 1 BY 1
              UNTIL WS-INP-IDX > WS-INP-COUNT
              IF WS-INP-RANKED(WS-INP-IDX) = "N"
                 AND WS-INP-ERR(WS-INP-IDX) > 0
                 IF WS-INP-BEST = 0
                    MOVE WS-INP-IDX TO WS-INP-BEST
                 ELSE
                    IF WS-INP-ERR(WS-INP-IDX) > WS-INP-ERR(WS-INP-BEST)
                       MOVE WS-INP-IDX TO WS-INP-BEST
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
       3500-WRITE-ALERTS.
           MOVE WS-ALERT-COUNT TO WS-AH-ALERTS
           MOVE WS-ALR-COUNT   TO WS-AH-NAMES
           MOVE WS-ALR-HEAD-LINE TO WS-RPT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
              UNTIL WS-ALR-IDX > WS-ALR-COUNT
              MOVE WS-ALR-NAME(WS-ALR-IDX)  TO WS-AL-NAME
              MOVE WS-ALR-TIMES(WS-ALR-IDX) TO WS-AL-TIMES
              MOVE WS-ALR-LAST(WS-ALR-IDX)  TO WS-AL-LAST
              MOVE WS-ALR-LINE TO WS-RPT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-PERFORM
           IF WS-ALR-FULL
              MOVE "* TABLE DES ALERTES LIMITEE A 200" TO WS-RPT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       3900-WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO R-REPORT
           WRITE R-REPORT
           IF NOT FS-REPORT-OK
              DISPLAY "ERREUR RAPPORT :" SPACE FS-REPORT
              MOVE 8 TO WS-RUN-SEVERITY
           END-IF
           MOVE SPACES TO WS-RPT-LINE.
           EXIT.

      *-----------------------------------------------------------------
      * WS-TM-TIME-X in, WS-TM-CENTS out ; a time that is not all
      * digits clears WS-TM-OK and leaves the card or run untimed
       4000-TIME-TO-CENTS.
           MOVE 0 TO WS-TM-CENTS
           MOVE "N" TO WS-TM-OK-SW
           IF WS-TM-TIME-X IS NUMERIC
              SET WS-TM-OK TO TRUE
              COMPUTE WS-TM-CENTS = WS-TM-HH * 360000
                                  + WS-TM-MM * 6000
                                  + WS-TM-SS * 100
                                  + WS-TM-CC
           END-IF.
           EXIT.
