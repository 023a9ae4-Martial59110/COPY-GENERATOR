       IDENTIFICATION DIVISION.
       PROGRAM-ID. cccat.
       AUTHOR.  AlexEtRemi.

      ******************************************************************
      * MODIFICATION HISTORY
      * - maintenance screen for the CCCOP.CAT layout catalog : browse
      *   the versions by name and version with their member, length,
      *   field count, build date and source ; approve or reject a
      *   version and retire the ones no longer in use, the user and
      *   date of the decision kept on the version ; list every
      *   version still waiting for its review
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CATALOG ASSIGN
           TO "CCCOP.CAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-KEY
           FILE STATUS IS FS-CATALOG.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

      * same 129-byte version record cccop registers : name and
      * version key, member, length, field count, build date, source
      * extract, and the review status with its user and date
       FD  F-CATALOG
           RECORD CONTAINS 129 CHARACTERS.
       01  R-CATALOG.
           03 CAT-KEY.
              05 CAT-NAME            PIC X(30).
              05 CAT-VERSION         PIC 9(04).
           03 CAT-MEMBER             PIC X(30).
           03 CAT-LENGTH             PIC 9(06).
           03 CAT-FIELDS             PIC 9(04).
           03 CAT-DATE               PIC X(08).
           03 CAT-SOURCE             PIC X(30).
           03 CAT-STATUS             PIC X(01).
              88 CAT-PENDING         VALUE "P" SPACE.
              88 CAT-APPROVED        VALUE "A".
              88 CAT-REJECTED        VALUE "J".
              88 CAT-RETIRED         VALUE "R".
           03 CAT-USER               PIC X(08).
           03 CAT-APPR-DATE          PIC X(08).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************

       01  FS-CATALOG PIC X(02).
           88 FS-CATALOG-OK VALUE "00".
           88 FS-CATALOG-EOF VALUE "10".

       01  WS-SWITCHES.
           03 WS-EXIT-SW         PIC X(01) VALUE "N".
              88 WS-EXIT-ASKED VALUE "Y".
           03 WS-OVERFLOW-SW     PIC X(01) VALUE "N".
              88 WS-TABLE-OVERFLOW VALUE "Y".
           03 WS-CONFIRM-SW      PIC X(01) VALUE "N".
              88 WS-RETIRE-CONFIRMED VALUE "Y".
           03 WS-APPLIED-SW      PIC X(01) VALUE "N".
              88 WS-STATUS-APPLIED VALUE "Y".
           03 WS-LIST-DONE-SW    PIC X(01) VALUE "N".
              88 WS-LIST-DONE VALUE "Y".

       01  WS-COUNTS.
           03 WS-CAT-COUNT       PIC 9(04) VALUE 0.
           03 WS-CUR-ENTRY       PIC 9(04) VALUE 0.
           03 WS-CAT-IDX         PIC 9(04) VALUE 0.
           03 WS-PENDING-COUNT   PIC 9(04) VALUE 0.
           03 WS-LST-SCAN        PIC 9(04) VALUE 0.
           03 WS-LST-NEXT        PIC 9(04) VALUE 0.
           03 WS-LST-IDX         PIC 9(02) VALUE 0.

      * the catalog held in storage in key order, so the screen can
      * page back and forth without reading the file backwards ; a
      * decision is written to the file at once and copied here
       01  WS-CAT-TABLE.
           03 WS-CAT-ENTRY OCCURS 2000 TIMES.
              05 WS-CAT-IMAGE    PIC X(129).

      * the version on the screen, in the layout of the record
       01  WS-SHOW-REC.
           03 WS-SH-KEY.
              05 WS-SH-NAME      PIC X(30).
              05 WS-SH-VERSION   PIC 9(04).
           03 WS-SH-MEMBER       PIC X(30).
           03 WS-SH-LENGTH       PIC 9(06).
           03 WS-SH-FIELDS       PIC 9(04).
           03 WS-SH-DATE         PIC X(08).
           03 WS-SH-SOURCE       PIC X(30).
           03 WS-SH-STATUS       PIC X(01).
           03 WS-SH-USER         PIC X(08).
           03 WS-SH-APPR-DATE    PIC X(08).

      * name and version keyed by the operator for F ; version zero
      * finds the first version of the name
       01  WS-FIND-KEY.
           03 WS-EDIT-NAME       PIC X(30).
           03 WS-EDIT-VERSION    PIC 9(04).

       01  WS-SHOW-STATUS        PIC X(10) VALUE SPACES.
       01  WS-NEW-STATUS         PIC X(01) VALUE SPACE.
       01  WS-USER               PIC X(08) VALUE SPACES.
       01  WS-TODAY              PIC X(08) VALUE SPACES.
       01  WS-MESSAGE            PIC X(60) VALUE SPACES.
       01  WS-ACTION             PIC X(01) VALUE SPACE.

      * one page of the pending list
       01  WS-LST-TABLE.
           03 WS-LST-LINE OCCURS 12 TIMES.
              05 WS-LST-NAME     PIC X(30).
              05 FILLER          PIC X(01).
              05 WS-LST-VERSION  PIC X(04).
              05 FILLER          PIC X(02).
              05 WS-LST-LENGTH   PIC X(06).
              05 FILLER          PIC X(01).
              05 WS-LST-DATE     PIC X(08).
              05 FILLER          PIC X(01).
              05 WS-LST-MEMBER   PIC X(22).

      ******************************************************************
       SCREEN SECTION.
      ******************************************************************

       01  SCR-MAIN.
           03 BLANK SCREEN.
           03 LINE 01 COLUMN 05 VALUE "CCCAT - CATALOGUE DES".
           03 LINE 01 COLUMN 27 VALUE "LAYOUTS CCCOP.CAT".
           03 LINE 03 COLUMN 05 VALUE "VERSION".
           03 LINE 03 COLUMN 13 PIC ZZZ9 FROM WS-CUR-ENTRY.
           03 LINE 03 COLUMN 18 VALUE "SUR".
           03 LINE 03 COLUMN 22 PIC ZZZ9 FROM WS-CAT-COUNT.
           03 LINE 05 COLUMN 05 VALUE "NOM      :".
           03 LINE 05 COLUMN 16 PIC X(30) USING WS-EDIT-NAME.
           03 LINE 05 COLUMN 48 VALUE "VERSION :".
           03 LINE 05 COLUMN 58 PIC 9(04) USING WS-EDIT-VERSION.
           03 LINE 06 COLUMN 05 VALUE "MEMBRE   :".
           03 LINE 06 COLUMN 16 PIC X(30) FROM WS-SH-MEMBER.
           03 LINE 07 COLUMN 05 VALUE "LONGUEUR :".
           03 LINE 07 COLUMN 16 PIC ZZZZZ9 FROM WS-SH-LENGTH.
           03 LINE 07 COLUMN 25 VALUE "CHAMPS :".
           03 LINE 07 COLUMN 34 PIC ZZZ9 FROM WS-SH-FIELDS.
           03 LINE 08 COLUMN 05 VALUE "DATE     :".
           03 LINE 08 COLUMN 16 PIC X(08) FROM WS-SH-DATE.
           03 LINE 09 COLUMN 05 VALUE "SOURCE   :".
           03 LINE 09 COLUMN 16 PIC X(30) FROM WS-SH-SOURCE.
           03 LINE 11 COLUMN 05 VALUE "STATUT   :".
           03 LINE 11 COLUMN 16 PIC X(10) FROM WS-SHOW-STATUS.
           03 LINE 12 COLUMN 05 VALUE "PAR      :".
           03 LINE 12 COLUMN 16 PIC X(08) FROM WS-SH-USER.
           03 LINE 12 COLUMN 25 VALUE "LE :".
           03 LINE 12 COLUMN 30 PIC X(08) FROM WS-SH-APPR-DATE.
           03 LINE 14 COLUMN 05 VALUE "UTILISATEUR :".
           03 LINE 14 COLUMN 19 PIC X(08) USING WS-USER.
           03 LINE 16 COLUMN 05 PIC X(60) FROM WS-MESSAGE.
           03 LINE 18 COLUMN 05 VALUE "ACTION N=SUIV P=PREC F=CHERCHE".
           03 LINE 18 COLUMN 36 VALUE "A=APPROUVE J=REJETTE R=RETIRE".
           03 LINE 19 COLUMN 05 VALUE "L=EN ATTENTE X=FIN :".
           03 LINE 19 COLUMN 26 PIC X(01) USING WS-ACTION.

       01  SCR-LIST.
           03 BLANK SCREEN.
           03 LINE 01 COLUMN 05 VALUE "CCCAT - VERSIONS EN ATTENTE".
           03 LINE 01 COLUMN 33 VALUE "D'APPROBATION :".
           03 LINE 01 COLUMN 49 PIC ZZZ9 FROM WS-PENDING-COUNT.
           03 LINE 03 COLUMN 03 VALUE "NOM".
           03 LINE 03 COLUMN 34 VALUE "VERS".
           03 LINE 03 COLUMN 40 VALUE "LONG.".
           03 LINE 03 COLUMN 47 VALUE "DATE".
           03 LINE 03 COLUMN 56 VALUE "MEMBRE".
           03 LINE 04 COLUMN 03 PIC X(75) FROM WS-LST-LINE(1).
           03 LINE 05 COLUMN 03 PIC X(75) FROM WS-LST-LINE(2).
           03 LINE 06 COLUMN 03 PIC X(75) FROM WS-LST-LINE(3).
           03 LINE 07 COLUMN 03 PIC X(75) FROM WS-LST-LINE(4).
           03 LINE 08 COLUMN 03 PIC X(75) FROM WS-LST-LINE(5).
           03 LINE 09 COLUMN 03 PIC X(75) FROM WS-LST-LINE(6).
           03 LINE 10 COLUMN 03 PIC X(75) FROM WS-LST-LINE(7).
           03 LINE 11 COLUMN 03 PIC X(75) FROM WS-LST-LINE(8).
           03 LINE 12 COLUMN 03 PIC X(75) FROM WS-LST-LINE(9).
           03 LINE 13 COLUMN 03 PIC X(75) FROM WS-LST-LINE(10).
           03 LINE 14 COLUMN 03 PIC X(75) FROM WS-LST-LINE(11).
           03 LINE 15 COLUMN 03 PIC X(75) FROM WS-LST-LINE(12).
           03 LINE 17 COLUMN 05 PIC X(60) FROM WS-MESSAGE.
           03 LINE 18 COLUMN 05 VALUE "ACTION N=PAGE SUIVANTE".
           03 LINE 18 COLUMN 28 VALUE "R=RETOUR :".
           03 LINE 18 COLUMN 39 PIC X(01) USING WS-ACTION.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       START-MAIN.
           PERFORM 0100-INITIALIZE.
           PERFORM 1000-SCREEN-LOOP UNTIL WS-EXIT-ASKED.
       END-MAIN.
           STOP RUN.

      ******************************************************************
       0100-INITIALIZE.
           PERFORM 0200-LOAD-CATALOG.
           IF WS-CAT-COUNT > 0
              MOVE 1 TO WS-CUR-ENTRY
           ELSE
              MOVE 0 TO WS-CUR-ENTRY
              IF WS-MESSAGE = SPACES
                 MOVE "CATALOGUE VIDE" TO WS-MESSAGE
              END-IF
           END-IF.
           IF WS-TABLE-OVERFLOW
              MOVE "CATALOGUE DEPASSE 2000 VERSIONS - SUITE NON LUE"
                   TO WS-MESSAGE
           END-IF.
           PERFORM 1100-ENTRY-TO-SCREEN.
           EXIT.

      *-----------------------------------------------------------------
      * one pass over CCCOP.CAT in key order ; names come grouped and
      * the versions of a name climb, the way the inquiry lists them
       0200-LOAD-CATALOG.
           MOVE 0 TO WS-CAT-COUNT
           MOVE "N" TO WS-OVERFLOW-SW
           MOVE SPACES TO FS-CATALOG
           OPEN INPUT F-CATALOG
           IF FS-CATALOG-OK
              PERFORM UNTIL FS-CATALOG-EOF
                 READ F-CATALOG NEXT RECORD
                    AT END
                       SET FS-CATALOG-EOF TO TRUE
                    NOT AT END
                       IF WS-CAT-COUNT < 2000
                          ADD 1 TO WS-CAT-COUNT
                          MOVE R-CATALOG
                               TO WS-CAT-IMAGE(WS-CAT-COUNT)
                       ELSE
                          SET WS-TABLE-OVERFLOW TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CATALOG
           ELSE
              IF FS-CATALOG = "35"
                 MOVE "CATALOGUE ABSENT - AUCUN LAYOUT ENREGISTRE"
                      TO WS-MESSAGE
              ELSE
                 STRING "ERREUR CATALOGUE : " DELIMITED BY SIZE,
                        FS-CATALOG DELIMITED BY SIZE
                        INTO WS-MESSAGE
              END-IF
           END-IF.
           EXIT.

      ******************************************************************
      * one trip round the screen : show the current version, take
      * the operator's action, and dispatch
      ******************************************************************
       1000-SCREEN-LOOP.
           MOVE SPACE TO WS-ACTION
           DISPLAY SCR-MAIN
           ACCEPT SCR-MAIN
           MOVE SPACES TO WS-MESSAGE
           IF WS-ACTION NOT = "R" AND WS-ACTION NOT = "r"
              MOVE "N" TO WS-CONFIRM-SW
           END-IF
           EVALUATE WS-ACTION
              WHEN "N"
              WHEN "n"
                 PERFORM 2000-NEXT-ENTRY
              WHEN "P"
              WHEN "p"
                 PERFORM 2100-PREV-ENTRY
              WHEN "F"
              WHEN "f"
                 PERFORM 2200-FIND-ENTRY
              WHEN "A"
              WHEN "a"
                 PERFORM 2300-APPROVE-ENTRY
              WHEN "J"
              WHEN "j"
                 PERFORM 2400-REJECT-ENTRY
              WHEN "R"
              WHEN "r"
                 PERFORM 2500-RETIRE-ENTRY
              WHEN "L"
              WHEN "l"
                 PERFORM 2600-LIST-PENDING
              WHEN "X"
              WHEN "x"
                 SET WS-EXIT-ASKED TO TRUE
              WHEN OTHER
                 MOVE "ACTION INCONNUE" TO WS-MESSAGE
           END-EVALUATE.
           EXIT.

      *-----------------------------------------------------------------
      * the current version onto the screen fields
       1100-ENTRY-TO-SCREEN.
           MOVE SPACES TO WS-SHOW-REC
           MOVE 0 TO WS-SH-VERSION WS-SH-LENGTH WS-SH-FIELDS
           MOVE SPACES TO WS-SHOW-STATUS
           IF WS-CUR-ENTRY > 0
              MOVE WS-CAT-IMAGE(WS-CUR-ENTRY) TO WS-SHOW-REC
              PERFORM 1150-STATUS-TEXT
           END-IF
           MOVE WS-SH-NAME    TO WS-EDIT-NAME
           MOVE WS-SH-VERSION TO WS-EDIT-VERSION.
           EXIT.

      *-----------------------------------------------------------------
      * a version registered before the review existed carries no
      * status and is shown, and treated, as pending
       1150-STATUS-TEXT.
           EVALUATE WS-SH-STATUS
              WHEN "A"
                 MOVE "APPROUVEE" TO WS-SHOW-STATUS
              WHEN "J"
                 MOVE "REJETEE" TO WS-SHOW-STATUS
              WHEN "R"
                 MOVE "RETIREE" TO WS-SHOW-STATUS
              WHEN OTHER
                 MOVE "EN ATTENTE" TO WS-SHOW-STATUS
           END-EVALUATE.
           EXIT.

      *-----------------------------------------------------------------
       2000-NEXT-ENTRY.
           IF WS-CUR-ENTRY < WS-CAT-COUNT
              ADD 1 TO WS-CUR-ENTRY
              PERFORM 1100-ENTRY-TO-SCREEN
           ELSE
              MOVE "DEJA SUR LA DERNIERE VERSION" TO WS-MESSAGE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       2100-PREV-ENTRY.
           IF WS-CUR-ENTRY > 1
              SUBTRACT 1 FROM WS-CUR-ENTRY
              PERFORM 1100-ENTRY-TO-SCREEN
           ELSE
              MOVE "DEJA SUR LA PREMIERE VERSION" TO WS-MESSAGE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * positions on the first version at or after the name and
      * version keyed on the screen ; the table is in key order
       2200-FIND-ENTRY.
           MOVE 0 TO WS-CAT-IDX
           PERFORM VARYING WS-LST-SCAN FROM 1 BY 1
              UNTIL WS-LST-SCAN > WS-CAT-COUNT OR WS-CAT-IDX > 0
              IF WS-CAT-IMAGE(WS-LST-SCAN)(1:34) NOT < WS-FIND-KEY
                 MOVE WS-LST-SCAN TO WS-CAT-IDX
              END-IF
           END-PERFORM
           IF WS-CAT-IDX = 0
              MOVE "AUCUNE VERSION A PARTIR DE CE NOM" TO WS-MESSAGE
              PERFORM 1100-ENTRY-TO-SCREEN
           ELSE
              IF WS-CAT-IMAGE(WS-CAT-IDX)(1:30) NOT = WS-EDIT-NAME
                 MOVE "NOM ABSENT - NOM SUIVANT AFFICHE" TO WS-MESSAGE
              END-IF
              MOVE WS-CAT-IDX TO WS-CUR-ENTRY
              PERFORM 1100-ENTRY-TO-SCREEN
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a pending version is approved, and so is one rejected earlier
      * once its layout has been looked at again ; a retired version
      * stays retired
       2300-APPROVE-ENTRY.
           PERFORM 2900-CHECK-DECISION
           IF WS-MESSAGE = SPACES
              EVALUATE WS-SH-STATUS
                 WHEN "A"
                    MOVE "VERSION DEJA APPROUVEE" TO WS-MESSAGE
                 WHEN "R"
                    MOVE "VERSION RETIREE - PLUS MODIFIABLE"
                         TO WS-MESSAGE
                 WHEN OTHER
                    MOVE "A" TO WS-NEW-STATUS
                    PERFORM 3000-APPLY-STATUS
                    IF WS-STATUS-APPLIED
                       MOVE "VERSION APPROUVEE" TO WS-MESSAGE
                    END-IF
              END-EVALUATE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * only a pending version is rejected ; an approved one already
      * feeds production and is retired instead
       2400-REJECT-ENTRY.
           PERFORM 2900-CHECK-DECISION
           IF WS-MESSAGE = SPACES
              EVALUATE WS-SH-STATUS
                 WHEN "J"
                    MOVE "VERSION DEJA REJETEE" TO WS-MESSAGE
                 WHEN "A"
                    MOVE "VERSION APPROUVEE - R POUR LA RETIRER"
                         TO WS-MESSAGE
                 WHEN "R"
                    MOVE "VERSION RETIREE - PLUS MODIFIABLE"
                         TO WS-MESSAGE
                 WHEN OTHER
                    MOVE "J" TO WS-NEW-STATUS
                    PERFORM 3000-APPLY-STATUS
                    IF WS-STATUS-APPLIED
                       MOVE "VERSION REJETEE" TO WS-MESSAGE
                    END-IF
              END-EVALUATE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * retiring is for good, so it takes a second R to confirm, the
      * way leaving cccman with unsaved cards takes a second X
       2500-RETIRE-ENTRY.
           PERFORM 2900-CHECK-DECISION
           IF WS-MESSAGE = SPACES
              IF WS-SH-STATUS = "R"
                 MOVE "VERSION DEJA RETIREE" TO WS-MESSAGE
              ELSE
                 IF NOT WS-RETIRE-CONFIRMED
                    MOVE "RETRAIT DEFINITIF - R POUR CONFIRMER"
                         TO WS-MESSAGE
                    SET WS-RETIRE-CONFIRMED TO TRUE
                 ELSE
                    MOVE "N" TO WS-CONFIRM-SW
                    MOVE "R" TO WS-NEW-STATUS
                    PERFORM 3000-APPLY-STATUS
                    IF WS-STATUS-APPLIED
                       MOVE "VERSION RETIREE" TO WS-MESSAGE
                    END-IF
                 END-IF
              END-IF
           END-IF.
           EXIT.

      ******************************************************************
      * the pending list : twelve versions a page, in key order
      ******************************************************************
       2600-LIST-PENDING.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
              IF WS-CAT-IMAGE(WS-CAT-IDX)(113:1) = "P"
                 OR WS-CAT-IMAGE(WS-CAT-IDX)(113:1) = SPACE
                 ADD 1 TO WS-PENDING-COUNT
              END-IF
           END-PERFORM
           IF WS-PENDING-COUNT = 0
              MOVE "AUCUNE VERSION EN ATTENTE" TO WS-MESSAGE
           ELSE
              MOVE 0 TO WS-LST-SCAN
              PERFORM 2650-FILL-LIST-PAGE
              MOVE "N" TO WS-LIST-DONE-SW
              PERFORM 2610-LIST-LOOP UNTIL WS-LIST-DONE
              MOVE SPACES TO WS-MESSAGE
              PERFORM 1100-ENTRY-TO-SCREEN
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       2610-LIST-LOOP.
           MOVE SPACE TO WS-ACTION
           DISPLAY SCR-LIST
           ACCEPT SCR-LIST
           MOVE SPACES TO WS-MESSAGE
           EVALUATE WS-ACTION
              WHEN "N"
              WHEN "n"
                 PERFORM 2640-FIND-NEXT-PENDING
                 IF WS-LST-NEXT = 0
                    MOVE "FIN DE LISTE" TO WS-MESSAGE
                 ELSE
                    PERFORM 2650-FILL-LIST-PAGE
                 END-IF
              WHEN "R"
              WHEN "r"
                 SET WS-LIST-DONE TO TRUE
              WHEN OTHER
                 MOVE "ACTION INCONNUE" TO WS-MESSAGE
           END-EVALUATE.
           EXIT.

      *-----------------------------------------------------------------
      * the first pending version past the last one listed, zero
      * when the list is exhausted
       2640-FIND-NEXT-PENDING.
           MOVE 0 TO WS-LST-NEXT
           PERFORM VARYING WS-CAT-IDX FROM WS-LST-SCAN BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT OR WS-LST-NEXT > 0
              IF WS-CAT-IDX > WS-LST-SCAN
                 AND (WS-CAT-IMAGE(WS-CAT-IDX)(113:1) = "P"
                      OR WS-CAT-IMAGE(WS-CAT-IDX)(113:1) = SPACE)
                 MOVE WS-CAT-IDX TO WS-LST-NEXT
              END-IF
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
       2650-FILL-LIST-PAGE.
           MOVE SPACES TO WS-LST-TABLE
           MOVE 0 TO WS-LST-IDX
           PERFORM UNTIL WS-LST-IDX = 12 OR WS-LST-SCAN >= WS-CAT-COUNT
              ADD 1 TO WS-LST-SCAN
              MOVE WS-CAT-IMAGE(WS-LST-SCAN) TO WS-SHOW-REC
              IF WS-SH-STATUS = "P" OR WS-SH-STATUS = SPACE
                 ADD 1 TO WS-LST-IDX
                 MOVE WS-SH-NAME    TO WS-LST-NAME(WS-LST-IDX)
                 MOVE WS-SH-VERSION TO WS-LST-VERSION(WS-LST-IDX)
                 MOVE WS-SH-LENGTH  TO WS-LST-LENGTH(WS-LST-IDX)
                 MOVE WS-SH-DATE    TO WS-LST-DATE(WS-LST-IDX)
                 MOVE WS-SH-MEMBER  TO WS-LST-MEMBER(WS-LST-IDX)
              END-IF
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
      * a decision needs a version on the screen and the name of the
      * user taking it, who is recorded with it
       2900-CHECK-DECISION.
           IF WS-CUR-ENTRY = 0
              MOVE "AUCUNE VERSION AFFICHEE" TO WS-MESSAGE
           ELSE
              IF WS-USER = SPACES
                 MOVE "UTILISATEUR OBLIGATOIRE" TO WS-MESSAGE
              ELSE
                 MOVE WS-CAT-IMAGE(WS-CUR-ENTRY) TO WS-SHOW-REC
              END-IF
           END-IF.
           EXIT.

      ******************************************************************
      * the decision goes to the file at once : the version is read
      * again by its key so a build registered meanwhile by cccop is
      * never overwritten with the screen's stale copy of the record
      ******************************************************************
       3000-APPLY-STATUS.
           MOVE "N" TO WS-APPLIED-SW
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO FS-CATALOG
           OPEN I-O F-CATALOG
           IF FS-CATALOG-OK
              MOVE WS-SH-KEY TO CAT-KEY
              READ F-CATALOG RECORD KEY IS CAT-KEY
                 INVALID KEY
                    MOVE "VERSION ABSENTE DU CATALOGUE" TO WS-MESSAGE
                 NOT INVALID KEY
                    MOVE WS-NEW-STATUS TO CAT-STATUS
                    MOVE WS-USER       TO CAT-USER
                    MOVE WS-TODAY      TO CAT-APPR-DATE
                    REWRITE R-CATALOG
                       INVALID KEY
                          MOVE "REECRITURE IMPOSSIBLE" TO WS-MESSAGE
                       NOT INVALID KEY
                          SET WS-STATUS-APPLIED TO TRUE
                          MOVE R-CATALOG
                               TO WS-CAT-IMAGE(WS-CUR-ENTRY)
                    END-REWRITE
              END-READ
              CLOSE F-CATALOG
           ELSE
              STRING "ERREUR CATALOGUE : " DELIMITED BY SIZE,
                     FS-CATALOG DELIMITED BY SIZE
                     INTO WS-MESSAGE
           END-IF
           PERFORM 1100-ENTRY-TO-SCREEN.
           EXIT.
