      *   and grades the job WARNING ; a by-name inquiry lists the
      *   whole history of the name, one line per version - existing
      *   catalogs must be rebuilt once under the new key
      * - suspense mode "S" runs the validate checks and splits the
      *   extract : passing records go to a clean file, failing ones
      *   to a suspense file beside it with their record number and
      *   every reason code and field name ; rejoin mode "J" checks
      *   the repaired suspense file again and merges the records
      *   that now pass back into a clean file at their original
      *   place, so one bad row no longer holds up the nightly load ;
      *   both read and write text only and take no LRECL
      * - delta mode "K" matches yesterday's and today's extract on
      *   the KEY fields of a rules file and reports every added key,
      *   deleted key and changed record - each changed field with
      *   its name, offset, old and new value - and writes a delta
      *   file of the inserts and updates alone for the warehouse
      * - selection mode "X" cuts a sub-extract from an extract by
      *   field criteria and a KEEP list in output order, generates
      *   the copybook of the projected layout and registers it in
      *   the catalog in the same run
      * - export mode "E" writes an extract out as a delimited file
      *   with a header row of field names, or as one JSON object per
      *   record, amounts signed and pointed and text trimmed
      * - every field of a catalogued version is filed in the field
      *   dictionary CCCOP.DIC with its level, offset, length, picture
      *   and usage ; dictionary mode "W" lists the layouts using a
      *   field name, or with "*" prints the whole dictionary
      * - each card's log line also carries its mode letter and the
      *   time the card was taken up, and the closing SUMMARY line
      *   the date and time the run ended, so the cccsta statistics
      *   report can time cards and runs
      * - a run can take up a previous one from its failing cards :
      *   CCCOP.RST names the run id, the cards that ended ERROR or
      *   SKIPPED there - and those whose condition hangs on them -
      *   are run again, the others are carried forward with their
      *   old outcome into the log, the summary and the RETURN-CODE,
      *   and every log line of the new run names the run it takes up
      * - a catalog version carries a review status - pending when
      *   built, then approved, rejected or retired on the new cccat
      *   screen with the user and date of the decision ; validate,
      *   migrate, export, split and rejoin cards whose copybook is a
      *   catalogued build not approved are graded WARNING ; the
      *   catalog record grows to 129 bytes and existing catalogs
      *   must be rebuilt once to the longer record
      * - skeleton mode "G" takes a catalogued name and version and
      *   its copybook member and writes a reader program for the
      *   extract : file control, an FD sized from the catalogued
      *   length with the COPY of the member, a read loop carrying
      *   validate's length and numeric checks, a record counter and
      *   the end-of-job totals
      * - masking mode "A" copies an extract through its copybook with
      *   the fields named in a control file scrambled (format kept),
      *   replaced by a fixed value, date-shifted or kept ; the scramble
      *   is keyed by the run and a secret KEY line of the control
      *   file, so a value masks the same in every file of the run ;
      *   one MASK line per masked field in the log
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DDL.

      * the suspense file a split or rejoin job writes beside its
      * clean output, and the earlier clean file a rejoin merges into
           SELECT F-SUSPENSE ASSIGN DYNAMIC WS-SUSPENSE-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SUSPENSE.

           SELECT F-CLEAN ASSIGN DYNAMIC WS-CLEAN-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLEAN.

      * the previous extract a delta job matches today's against, and
      * the change set it writes
           SELECT F-PRIOR ASSIGN DYNAMIC WS-PRIOR-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRIOR.

           SELECT F-DELTA ASSIGN DYNAMIC WS-DELTA-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DELTA.

      * the sub-extract a selection job cuts, written as lines - or
      * as a raw byte stream when the card read fixed-length records,
      * so packed and binary bytes travel untouched
           SELECT F-SUBSET ASSIGN DYNAMIC WS-SUBSET-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SUBSET.

           SELECT F-SUBSET-BIN ASSIGN DYNAMIC WS-SUBSET-FILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SUBSET.

           SELECT F-CATALOG ASSIGN
           TO "CCCOP.CAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CAT-KEY
           FILE STATUS IS FS-CATALOG.

           SELECT F-DICTIONARY ASSIGN
           TO "CCCOP.DIC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIC-KEY
           ALTERNATE RECORD KEY IS DIC-FIELD WITH DUPLICATES
           FILE STATUS IS FS-DICTIONARY.

           SELECT F-LOG ASSIGN TO "CCCOP-LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOCK.

           SELECT F-RESTART ASSIGN TO "CCCOP.RST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RESTART.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           RECORDING MODE IS V.
       01  R-DDL PIC X(200).

       FD  F-SUSPENSE
           RECORD CONTAINS 1 TO 32767 CHARACTERS
           RECORDING MODE IS V.
       01  R-SUSPENSE PIC X(32767).

       FD  F-CLEAN
           RECORD IS VARYING IN SIZE FROM 1 TO 32767 CHARACTERS
           DEPENDING ON WS-CLEAN-LEN
           RECORDING MODE IS V.
       01  R-CLEAN PIC X(32767).

       FD  F-PRIOR
           RECORD IS VARYING IN SIZE FROM 1 TO 32767 CHARACTERS
           DEPENDING ON WS-PRIOR-LEN
           RECORDING MODE IS V.
       01  R-PRIOR PIC X(32767).

      * one change per line : "I" for a key new today, "U" for a key
      * whose record changed, then the record image from column 2
       FD  F-DELTA
           RECORD CONTAINS 1 TO 32767 CHARACTERS
           RECORDING MODE IS V.
       01  R-DELTA.
           03 DLT-ACTION             PIC X(01).
           03 DLT-RECORD             PIC X(32766).

       FD  F-SUBSET
           RECORD IS VARYING IN SIZE FROM 1 TO 32767 CHARACTERS
           DEPENDING ON WS-SUBSET-LEN
           RECORDING MODE IS V.
       01  R-SUBSET PIC X(32767).

       FD  F-SUBSET-BIN
           RECORD CONTAINS 1 CHARACTERS.
       01  R-SUBSET-BIN PIC X(01).

      * layout registry : one entry per build of a 01 group, keyed by
      * the group name plus a climbing version number, so the history
      * of a name survives its rebuilds ; the register step compares
      * each new version against the latest prior one and raises the
      * change alert when the shape moved ; every version is born
      * pending review, and the cccat screen records who approved,
      * rejected or retired it and when
       FD  F-CATALOG
           RECORD CONTAINS 129 CHARACTERS.
       01  R-CATALOG.
           03 CAT-KEY.
              05 CAT-NAME            PIC X(30).
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

      * field dictionary : one entry per elementary field of every
      * registered version, keyed like the catalog plus the field's
      * place in the map, and reachable by field name through the
      * alternate key for the where-used inquiry
       FD  F-DICTIONARY
           RECORD CONTAINS 156 CHARACTERS.
       01  R-DICTIONARY.
           03 DIC-KEY.
              05 DIC-LAYOUT          PIC X(30).
              05 DIC-VERSION         PIC 9(04).
              05 DIC-SEQ             PIC 9(04).
           03 DIC-FIELD              PIC X(30).
           03 DIC-LEVEL              PIC 9(02).
           03 DIC-OFFSET             PIC 9(06).
           03 DIC-LENGTH             PIC 9(05).
           03 DIC-PIC                PIC X(30).
           03 DIC-USAGE              PIC X(07).
           03 DIC-MEMBER             PIC X(30).
           03 DIC-DATE               PIC X(08).

       FD  F-LOG
           RECORD CONTAINS 1 TO 200 CHARACTERS
           03 LCK-STATE              PIC X(07).
           03 LCK-RUN-ID             PIC X(16).

      * the restart request : the operator keys the id of the run to
      * take up again in columns 1-16 ; the run that honours it marks
      * it DONE with its own id, so the next night runs in full
       FD  F-RESTART
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  R-RESTART.
           03 RST-RUN-ID             PIC X(16).
           03 FILLER                 PIC X(01).
           03 RST-STATE              PIC X(04).
           03 FILLER                 PIC X(01).
           03 RST-BY                 PIC X(16).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  FS-DDL PIC X(02).
           88 FS-DDL-OK VALUE "00".

       01  FS-SUSPENSE PIC X(02).
           88 FS-SUSPENSE-OK VALUE "00".

       01  FS-CLEAN PIC X(02).
           88 FS-CLEAN-OK VALUE "00".
           88 FS-CLEAN-EOF VALUE "10".

       01  FS-PRIOR PIC X(02).
           88 FS-PRIOR-OK VALUE "00".
           88 FS-PRIOR-EOF VALUE "10".

       01  FS-DELTA PIC X(02).
           88 FS-DELTA-OK VALUE "00".

       01  FS-SUBSET PIC X(02).
           88 FS-SUBSET-OK VALUE "00".

       01  FS-CATALOG PIC X(02).
           88 FS-CATALOG-OK VALUE "00".
           88 FS-CATALOG-EOF VALUE "10".
       01  FS-DICTIONARY PIC X(02).
           88 FS-DICTIONARY-OK VALUE "00".
           88 FS-DICTIONARY-EOF VALUE "10".

       01  FS-LOG PIC X(02).
           88 FS-LOG-OK VALUE "00".
       01  FS-LOCK PIC X(02).
           88 FS-LOCK-OK VALUE "00".

       01  FS-RESTART PIC X(02).
           88 FS-RESTART-OK VALUE "00".

       01  TEMP                  PIC 9(05) VALUE 1.
       01  WS-INDEX             PIC 9(05).
       01  WS-INDEX-2           PIC 9(05) VALUE 1.
       01  WS-NAME-FILE          PIC X(30).
       01  WS-DDL-FILE           PIC X(30).
       01  WS-CHECKPOINT-FILE    PIC X(34).
       01  WS-SUSPENSE-FILE      PIC X(34).
       01  WS-CLEAN-FILE         PIC X(30).
       01  WS-PRIOR-FILE         PIC X(30).
       01  WS-DELTA-FILE         PIC X(34).
       01  WS-SUBSET-FILE        PIC X(30).

       01  WS-SWITCHES.
           03 WS-RULER-SW        PIC X(01) VALUE "N".
      * actual length of the record just read from F-INPUT, set by
      * the VARYING clause on every READ
       01  WS-INPUT-LEN          PIC 9(05) VALUE 0.
       01  WS-CLEAN-LEN          PIC 9(05) VALUE 0.
       01  WS-PRIOR-LEN          PIC 9(05) VALUE 0.
       01  WS-SUBSET-LEN         PIC 9(05) VALUE 0.

      * fixed-length input : the LRECL the current card declared
      * (resolved from the ruler copybook when keyed as zeros), the

      * field map built from the copybook a validate job checks the
      * extract against : start offset, byte length, PIC type,
      * integer digits, decimals, sign and usage ("D" display, "P"
      * packed, "B" binary) of every elementary field, OCCURS
      * occurrences expanded, in copybook order, with the data name
      * and level number the member gave it
       01  WS-CPY-COUNT          PIC 9(03) VALUE 0.
       01  WS-CPY-TOTAL-LEN      PIC 9(06) VALUE 0.
       01  WS-CPY-TABLE.
              05 WS-CPY-OFFSET   PIC 9(06).
              05 WS-CPY-LEN      PIC 9(05).
              05 WS-CPY-TYPE     PIC X(01).
              05 WS-CPY-INT      PIC 9(05).
              05 WS-CPY-DEC      PIC 9(02).
              05 WS-CPY-SIGN     PIC X(01).
              05 WS-CPY-USAGE    PIC X(01).
              05 WS-CPY-NAME     PIC X(30).
              05 WS-CPY-LEVEL    PIC 9(02).

      * copybook-loader work : the token state machine that gathers
      * one data-description sentence across however many lines it
       01  WS-MIG-IDX            PIC 9(03) VALUE 0.
       01  WS-MIG-CL             PIC 9(05) VALUE 0.

      * delta work : the composite KEY of the record held from each
      * extract, the last key seen in each for the sequence check,
      * the end-of-file state of the match and the counts
       01  WS-DLT-OKEY           PIC X(200).
       01  WS-DLT-NKEY           PIC X(200).
       01  WS-DLT-OPREV          PIC X(200).
       01  WS-DLT-NPREV          PIC X(200).
       01  WS-DLT-KEY-LEN        PIC 9(03) VALUE 0.
       01  WS-DLT-OEOF-SW        PIC X(01) VALUE "N".
           88 WS-DLT-OLD-DONE VALUE "Y".
       01  WS-DLT-NEOF-SW        PIC X(01) VALUE "N".
           88 WS-DLT-NEW-DONE VALUE "Y".
       01  WS-DLT-ORECNO         PIC 9(06) VALUE 0.
       01  WS-DLT-IDX            PIC 9(03) VALUE 0.
       01  WS-DLT-DIFFS          PIC 9(03) VALUE 0.
       01  WS-DLT-VLEN           PIC 9(05) VALUE 0.
       01  WS-DLT-ADDED          PIC 9(06) VALUE 0.
       01  WS-DLT-DELETED        PIC 9(06) VALUE 0.
       01  WS-DLT-CHANGED        PIC 9(06) VALUE 0.
       01  WS-DLT-SAME           PIC 9(06) VALUE 0.

       01  WS-DLT-REC-LINE.
           03 WS-DLT-R-KIND      PIC X(07).
           03 FILLER             PIC X(05) VALUE " REC=".
           03 WS-DLT-R-RECNO     PIC 9(06).
           03 FILLER             PIC X(06) VALUE " KEY=[".
           03 WS-DLT-R-KEY       PIC X(60).
           03 FILLER             PIC X(01) VALUE "]".

       01  WS-DLT-FLD-LINE.
           03 FILLER             PIC X(08) VALUE "  FIELD ".
           03 WS-DLT-F-NAME      PIC X(36).
           03 FILLER             PIC X(08) VALUE " OFFSET=".
           03 WS-DLT-F-OFF       PIC 9(06).
           03 FILLER             PIC X(06) VALUE " OLD=[".
           03 WS-DLT-F-OLD       PIC X(60).
           03 FILLER             PIC X(07) VALUE "] NEW=[".
           03 WS-DLT-F-NEW       PIC X(60).
           03 FILLER             PIC X(01) VALUE "]".

       01  WS-DLT-TOT-LINE.
           03 FILLER             PIC X(14) VALUE "* DELTA ADDED=".
           03 WS-DLT-T-ADDED     PIC 9(06).
           03 FILLER             PIC X(09) VALUE " DELETED=".
           03 WS-DLT-T-DELETED   PIC 9(06).
           03 FILLER             PIC X(09) VALUE " CHANGED=".
           03 WS-DLT-T-CHANGED   PIC 9(06).
           03 FILLER             PIC X(11) VALUE " UNCHANGED=".
           03 WS-DLT-T-SAME      PIC 9(06).

      * selection work : the criteria and the keep list read from the
      * selection file on the names slot - "WHERE field op value"
      * lines, "AND" adding to the same alternative and "OR" opening
      * the next one, "KEEP field ..." lines giving the projected
      * fields in output order and an optional "NAME name" for the
      * 01 of the generated copybook ; a field is named as in the
      * copybook, "name(n)" picking the n-th occurrence of a table,
      * and a group name keeps or tests the whole area as text
       01  WS-SEL-CRIT-COUNT     PIC 9(02) VALUE 0.
       01  WS-SEL-CRIT-TABLE.
           03 WS-SEL-CRIT OCCURS 20 TIMES.
              05 WS-SEL-C-GROUP  PIC 9(02).
              05 WS-SEL-C-FIELD  PIC 9(03).
              05 WS-SEL-C-OFF    PIC 9(06).
              05 WS-SEL-C-LEN    PIC 9(05).
              05 WS-SEL-C-OP     PIC X(02).
              05 WS-SEL-C-VAL    PIC X(60).
              05 WS-SEL-C-NUM-SW PIC X(01).
              05 WS-SEL-C-NUM    PIC S9(13)V9(04).
       01  WS-SEL-KEEP-COUNT     PIC 9(03) VALUE 0.
       01  WS-SEL-KEEP-TABLE.
           03 WS-SEL-KEEP OCCURS 500 TIMES.
              05 WS-SEL-K-FIELD  PIC 9(03).
              05 WS-SEL-K-OFF    PIC 9(06).
              05 WS-SEL-K-LEN    PIC 9(05).
              05 WS-SEL-K-NAME   PIC X(30).
              05 WS-SEL-K-TYPE   PIC X(01).
              05 WS-SEL-K-INT    PIC 9(05).
              05 WS-SEL-K-DEC    PIC 9(02).
              05 WS-SEL-K-SIGN   PIC X(01).
              05 WS-SEL-K-USAGE  PIC X(01).
       01  WS-SEL-REC-NAME       PIC X(30).
       01  WS-SEL-OUT-LEN        PIC 9(06) VALUE 0.
       01  WS-SEL-OUT-PTR        PIC 9(06) VALUE 0.
       01  WS-SEL-GROUP          PIC 9(02) VALUE 0.
       01  WS-SEL-IDX            PIC 9(03) VALUE 0.
       01  WS-SEL-J              PIC 9(03) VALUE 0.
       01  WS-SEL-SELECTED       PIC 9(06) VALUE 0.
       01  WS-SEL-WRITTEN        PIC 9(06) VALUE 0.
       01  WS-SEL-LINE           PIC X(210).
       01  WS-SEL-PTR            PIC 9(03) VALUE 1.
       01  WS-SEL-KEYWORD        PIC X(10).
       01  WS-SEL-TOK            PIC X(60).
       01  WS-SEL-TOK-LEN        PIC 9(02) VALUE 0.
       01  WS-SEL-QUOTE          PIC X(01) VALUE SPACE.
       01  WS-SEL-FLD-TOK        PIC X(60).
       01  WS-SEL-FLD-TOK-LEN    PIC 9(02) VALUE 0.
       01  WS-SEL-OCC            PIC 9(04) VALUE 0.
       01  WS-SEL-OCC-SEEN       PIC 9(04) VALUE 0.
       01  WS-SEL-F-IDX          PIC 9(03) VALUE 0.
       01  WS-SEL-F-OFF          PIC 9(06) VALUE 0.
       01  WS-SEL-F-LEN          PIC 9(05) VALUE 0.
       01  WS-SEL-F-NAME         PIC X(30).
       01  WS-SEL-FLD-VAL        PIC X(60).
       01  WS-SEL-CMP            PIC X(01) VALUE SPACE.
       01  WS-SEL-NAME-END       PIC 9(05) VALUE 0.
       01  WS-SEL-RECORD         PIC X(32767).
       01  WS-SEL-VLEN           PIC 9(05) VALUE 0.
       01  WS-SEL-BAD-SW         PIC X(01) VALUE "N".
           88 WS-SEL-BAD VALUE "Y".
       01  WS-SEL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-SEL-FOUND VALUE "Y".
       01  WS-SEL-MATCH-SW       PIC X(01) VALUE "N".
           88 WS-SEL-MATCHED VALUE "Y".
       01  WS-SEL-GRP-SW         PIC X(01) VALUE "N".
           88 WS-SEL-GRP-OK VALUE "Y".
       01  WS-SEL-TRUE-SW        PIC X(01) VALUE "N".
           88 WS-SEL-TRUE VALUE "Y".

      * numeric decode of one field of the map into WS-PN-VALUE, or
      * unscaled into WS-DEC-ACC for export : a display field through
      * the number parse or digit by digit, a packed field
      * nibble by nibble, a binary field byte by byte big-endian ; the
      * byte value is read through a halfword whose low byte is the
      * byte in hand
       01  WS-DEC-IDX            PIC 9(03) VALUE 0.
       01  WS-DEC-ACC            PIC S9(18) VALUE 0.
       01  WS-DEC-I              PIC 9(06) VALUE 0.
       01  WS-DEC-HI             PIC 9(02) VALUE 0.
       01  WS-DEC-LO             PIC 9(02) VALUE 0.
       01  WS-DEC-NEG-SW         PIC X(01) VALUE "N".
       01  WS-DEC-POINT-SW       PIC X(01) VALUE "N".
       01  WS-DEC-DIGITS         PIC 9(05) VALUE 0.
       01  WS-DEC-DECS           PIC 9(05) VALUE 0.
       01  WS-DEC-SIGNS          PIC 9(01) VALUE 0.
       01  WS-DEC-WORD           PIC 9(04) BINARY VALUE 0.
       01  WS-DEC-WORD-X REDEFINES WS-DEC-WORD PIC X(02).

      * export : the column name of every field of the map, worked
      * out once per card - FILLER is not exported and a name the
      * map carries more than once (an OCCURS) takes "-n" for its
      * occurrence - then the line in the making, and the amount
      * editing area where the unscaled value is laid out as digits
       01  WS-EXP-NAME-TABLE.
           03 WS-EXP-COL OCCURS 500 TIMES.
              05 WS-EXP-NAME     PIC X(36).
              05 WS-EXP-NAME-LEN PIC 9(02).
              05 WS-EXP-SKIP-SW  PIC X(01).
       01  WS-EXP-COLS           PIC 9(03) VALUE 0.
       01  WS-EXP-IDX            PIC 9(03) VALUE 0.
       01  WS-EXP-J              PIC 9(03) VALUE 0.
       01  WS-EXP-SEEN           PIC 9(03) VALUE 0.
       01  WS-EXP-TOTAL          PIC 9(03) VALUE 0.
       01  WS-EXP-SEP            PIC X(01) VALUE ";".
       01  WS-EXP-FIRST-SW       PIC X(01) VALUE "Y".
           88 WS-EXP-FIRST VALUE "Y".
       01  WS-EXP-JSON-SW        PIC X(01) VALUE "N".
           88 WS-EXP-JSON VALUE "Y".
       01  WS-EXP-LONG-SW        PIC X(01) VALUE "N".
           88 WS-EXP-LONG VALUE "Y".
       01  WS-EXP-LINE           PIC X(32767).
       01  WS-EXP-PTR            PIC 9(05) VALUE 1.
       01  WS-EXP-VAL            PIC X(32767).
       01  WS-EXP-VLEN           PIC 9(05) VALUE 0.
       01  WS-EXP-C              PIC 9(05) VALUE 0.
       01  WS-EXP-TALLY          PIC 9(05) VALUE 0.
       01  WS-EXP-LONG-COUNT     PIC 9(06) VALUE 0.
       01  WS-EXP-BAD-NUM        PIC 9(06) VALUE 0.
       01  WS-EXP-NUM-TEXT       PIC X(40).
       01  WS-EXP-NUM-LEN        PIC 9(02) VALUE 0.
       01  WS-EXP-DIGITS         PIC 9(18) VALUE 0.
       01  WS-EXP-DIGITS-X REDEFINES WS-EXP-DIGITS PIC X(18).
       01  WS-EXP-INT-END        PIC 9(02) VALUE 0.
       01  WS-EXP-D              PIC 9(02) VALUE 0.
       01  WS-EXP-CTL.
           03 FILLER             PIC X(16)
              VALUE X"000102030405060708090A0B0C0D0E0F".
           03 FILLER             PIC X(16)
              VALUE X"101112131415161718191A1B1C1D1E1F".
       01  WS-EXP-CTL-TO         PIC X(32) VALUE SPACES.

       01  WS-VAL-ERRORS         PIC 9(06) VALUE 0.
       01  WS-VAL-FIELD-IDX      PIC 9(03) VALUE 0.
       01  WS-VAL-FIRST          PIC 9(06) VALUE 0.
       01  WS-VAL-LAST           PIC 9(06) VALUE 0.

      * suspense split and rejoin : while the switch is on, a failed
      * check is noted against the record instead of going to the
      * exceptions file ; every suspense line opens with this head -
      * the record number, how many clean records came before it in
      * the clean file, how many checks it failed and the reason code
      * and field name of each - and the record image follows from
      * column 181 on, where it is repaired before the rejoin
       01  WS-SUS-SW             PIC X(01) VALUE "N".
           88 WS-SUS-ACTIVE VALUE "Y".
       01  WS-SUS-FAILS          PIC 9(03) VALUE 0.
       01  WS-SUS-PTR            PIC 9(03) VALUE 1.
       01  WS-SUS-ITEM           PIC X(34).
       01  WS-SUS-ITEM-LEN       PIC 9(02) VALUE 0.
       01  WS-SUS-NAME           PIC X(30).
       01  WS-SUS-CLEAN          PIC 9(06) VALUE 0.
       01  WS-SUS-COUNT          PIC 9(06) VALUE 0.
       01  WS-SUS-ROOM           PIC 9(05) VALUE 0.
       01  WS-SUS-KEY-SAVE       PIC X(200).
       01  WS-SUS-FIRST-SAVE     PIC X(01).
       01  WS-SUS-HEAD.
           03 WS-SUS-H-RECNO     PIC 9(06).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-SUS-H-AFTER     PIC 9(06).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-SUS-H-FAILS     PIC 9(03).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-SUS-H-REASONS   PIC X(160).
           03 WS-SUS-H-BAR       PIC X(02) VALUE "| ".

      * rejoin work : the clean records copied through so far, the
      * repaired records that now pass, and the record image lifted
      * out of its suspense line
       01  WS-RJN-CLEAN-IN       PIC 9(06) VALUE 0.
       01  WS-RJN-FIXED          PIC 9(06) VALUE 0.
       01  WS-RJN-LEN            PIC 9(05) VALUE 0.
       01  WS-RJN-DATA           PIC X(32767).

      * field-level rules loaded from the rules file a validate card
      * may name on its names slot : one entry per ruled field - the
      * date format to enforce, the allowed values, the numeric
           88 WS-KEY-FIRST-REC VALUE "Y".
       01  WS-KEY-PTR            PIC 9(03) VALUE 1.
       01  WS-KEY-OFFSET         PIC 9(06) VALUE 0.
       01  WS-KEY-FIELD-IDX      PIC 9(03) VALUE 0.
       01  WS-KEY-CUR            PIC X(200).
       01  WS-KEY-PREV           PIC X(200).
       01  WS-VAL-BUF            PIC X(20).
      * a REDEFINES type group of a multi-type job
       01  WS-FIELD-LEVEL        PIC X(02) VALUE "03".

      * a field the generator has just written, as it goes into the
      * field map so the registration can describe the group to the
      * dictionary the same way a loaded copybook is described
       01  WS-CPY-NAME-IN        PIC X(30).
       01  WS-CPY-TYPE-IN        PIC X(01).
       01  WS-CPY-INT-IN         PIC 9(05) VALUE 0.
       01  WS-CPY-DEC-IN         PIC 9(02) VALUE 0.
       01  WS-CPY-SIGN-IN        PIC X(01).
       01  WS-CPY-LEN-IN         PIC 9(05) VALUE 0.
       01  WS-CPY-LEVEL-IN       PIC 9(02) VALUE 0.

      * catalog and inquiry work : how many fields the group being
      * generated has so far, and the criterion an inquiry card
      * resolved to - a record name, or a length typed on the card or
           03 WS-CAT-L-DATE      PIC X(08).
           03 FILLER             PIC X(08) VALUE " SOURCE=".
           03 WS-CAT-L-SOURCE    PIC X(30).
           03 FILLER             PIC X(08) VALUE " STATUS=".
           03 WS-CAT-L-STATUS    PIC X(01).

      * approval check : the catalogued build behind the member a
      * validate, migrate, export, split or rejoin card reads
       01  WS-APR-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-APR-FOUND VALUE "Y".
       01  WS-APR-NAME           PIC X(30).
       01  WS-APR-VERSION        PIC 9(04) VALUE 0.
       01  WS-APR-DATE           PIC X(08).
       01  WS-APR-STATUS         PIC X(01).

      * skeleton generator : the catalogued version the card asked
      * for, kept once the catalog is closed again, and the member
      * and program names the generated source is given
       01  WS-GEN-VERSION        PIC 9(04) VALUE 0.
       01  WS-GEN-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-GEN-FOUND VALUE "Y".
       01  WS-GEN-CAT.
           03 WS-GEN-NAME        PIC X(30).
           03 WS-GEN-CAT-VERSION PIC 9(04).
           03 WS-GEN-MEMBER      PIC X(30).
           03 WS-GEN-LENGTH      PIC 9(06).
           03 WS-GEN-FIELDS      PIC 9(04).
           03 WS-GEN-DATE        PIC X(08).
           03 WS-GEN-SOURCE      PIC X(30).
           03 WS-GEN-STATUS      PIC X(01).
           03 FILLER             PIC X(16).
       01  WS-GEN-COPY-NAME      PIC X(30).
       01  WS-GEN-PROG-NAME      PIC X(30).
       01  WS-GEN-BASE-IN        PIC X(30).
       01  WS-GEN-BASE           PIC X(30).
       01  WS-GEN-BASE-START     PIC 9(03) VALUE 0.
       01  WS-GEN-BASE-END       PIC 9(03) VALUE 0.
       01  WS-GEN-IDX            PIC 9(03) VALUE 0.
       01  WS-GEN-FLD-END        PIC 9(06) VALUE 0.
       01  WS-GEN-LEN-TXT        PIC X(06).
       01  WS-GEN-LEN-SIZE       PIC 9(02) VALUE 0.
       01  WS-GEN-OFF-TXT        PIC X(06).
       01  WS-GEN-OFF-SIZE       PIC 9(02) VALUE 0.

      * masking job : one entry per line of the control file - the
      * copybook field it names, the method ("S" scramble, "F" fixed
      * substitution, "D" date shift, "K" keep) with its image or its
      * shift in days and date format, and how many values it masked
      * - and, for each field of the map, the line that masks it ; the
      * scramble keys are drawn from the run id, the id of the run
      * taken up on a restart, so a value masks the same in every
      * file of the run and joins between masked extracts still hold
       01  WS-MSK-COUNT          PIC 9(03) VALUE 0.
       01  WS-MSK-TABLE.
           03 WS-MSK-ENTRY OCCURS 100 TIMES.
              05 WS-MSK-NAME     PIC X(30).
              05 WS-MSK-METHOD   PIC X(01).
              05 WS-MSK-FORMAT   PIC X(08).
              05 WS-MSK-SHIFT    PIC S9(05).
              05 WS-MSK-FIXED    PIC X(60).
              05 WS-MSK-FIX-LEN  PIC 9(02).
              05 WS-MSK-VALUES   PIC 9(09).
       01  WS-MSK-MAP.
           03 WS-MSK-FLD-LINE OCCURS 500 TIMES PIC 9(03).
       01  WS-MSK-BAD-SW         PIC X(01) VALUE "N".
           88 WS-MSK-BAD VALUE "Y".
       01  WS-MSK-HIT-SW         PIC X(01) VALUE "N".
           88 WS-MSK-HIT VALUE "Y".
       01  WS-MSK-IDX            PIC 9(03) VALUE 0.
       01  WS-MSK-FLD            PIC 9(03) VALUE 0.
       01  WS-MSK-MASKED         PIC 9(03) VALUE 0.
       01  WS-MSK-OFF            PIC 9(06) VALUE 0.
       01  WS-MSK-LEN            PIC 9(05) VALUE 0.
       01  WS-MSK-POS            PIC 9(05) VALUE 0.
       01  WS-MSK-START          PIC 9(05) VALUE 0.
       01  WS-MSK-STEP           PIC S9(01) VALUE 1.
       01  WS-MSK-J              PIC 9(05) VALUE 0.
       01  WS-MSK-SEED-ID        PIC X(16).
       01  WS-MSK-SECRET         PIC X(60).
       01  WS-MSK-SECRET-LEN     PIC 9(02) VALUE 0.
       01  WS-MSK-WORD           PIC 9(04) BINARY VALUE 0.
       01  WS-MSK-WORD-X REDEFINES WS-MSK-WORD PIC X(02).
       01  WS-MSK-SEED           PIC 9(10) VALUE 0.
       01  WS-MSK-WORK           PIC 9(18) VALUE 0.
       01  WS-MSK-QUOT           PIC 9(18) VALUE 0.
       01  WS-MSK-KEYS.
           03 WS-MSK-KEY OCCURS 256 TIMES PIC 9(04).
       01  WS-MSK-KEY-IDX        PIC 9(03) VALUE 0.
       01  WS-MSK-CHAIN          PIC 9(04) VALUE 0.
       01  WS-MSK-CHAR           PIC X(01).
       01  WS-MSK-BASE           PIC 9(02) VALUE 0.
       01  WS-MSK-OLD            PIC 9(02) VALUE 0.
       01  WS-MSK-NEW            PIC 9(02) VALUE 0.
       01  WS-MSK-DIGITS         PIC X(10) VALUE "0123456789".
       01  WS-MSK-UPPER          PIC X(26)
                                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-MSK-LOWER          PIC X(26)
                                 VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MSK-VALUE          PIC X(32767).
       01  WS-MSK-RECORD         PIC X(32767).
       01  WS-MSK-METHOD-TEXT    PIC X(09).
      * date shift work : the civil date as a day count and back,
      * every division taken apart so each quotient truncates
       01  WS-MSK-DATE-SW        PIC X(01) VALUE "N".
           88 WS-MSK-DATE-DONE VALUE "Y".
       01  WS-MSK-YEAR           PIC 9(04) VALUE 0.
       01  WS-MSK-MONTH          PIC 9(02) VALUE 0.
       01  WS-MSK-DAY            PIC 9(02) VALUE 0.
       01  WS-MSK-CYEAR          PIC 9(05) VALUE 0.
       01  WS-MSK-DAYS           PIC S9(09) VALUE 0.
       01  WS-MSK-ERA            PIC 9(05) VALUE 0.
       01  WS-MSK-YOE            PIC 9(05) VALUE 0.
       01  WS-MSK-DOY            PIC 9(05) VALUE 0.
       01  WS-MSK-DOE            PIC 9(09) VALUE 0.
       01  WS-MSK-MP             PIC 9(02) VALUE 0.
       01  WS-MSK-Q1             PIC 9(09) VALUE 0.
       01  WS-MSK-Q2             PIC 9(09) VALUE 0.
       01  WS-MSK-Q3             PIC 9(09) VALUE 0.
       01  WS-MSK-DATE-TEXT      PIC X(08).
       01  WS-MSK-DATE-OLD       PIC X(08).

      * dictionary work : the version the catalog just gave the
      * group, the entry being written, the report's layout break,
      * and the lines of the where-used list and of the printed
      * dictionary
       01  WS-DIC-VERSION        PIC 9(04) VALUE 0.
       01  WS-DIC-IDX            PIC 9(03) VALUE 0.
       01  WS-DIC-MATCHES        PIC 9(06) VALUE 0.
       01  WS-DIC-LAYOUTS        PIC 9(04) VALUE 0.
       01  WS-DIC-PREV-LAYOUT    PIC X(30).
       01  WS-DIC-PREV-VERSION   PIC 9(04) VALUE 0.
       01  WS-DIC-DONE-SW        PIC X(01) VALUE "N".
           88 WS-DIC-DONE VALUE "Y".
       01  WS-DIC-USE-LINE.
           03 FILLER             PIC X(06) VALUE "FIELD=".
           03 WS-DIC-U-FIELD     PIC X(30).
           03 FILLER             PIC X(08) VALUE " LAYOUT=".
           03 WS-DIC-U-LAYOUT    PIC X(30).
           03 FILLER             PIC X(09) VALUE " VERSION=".
           03 WS-DIC-U-VERSION   PIC 9(04).
           03 FILLER             PIC X(07) VALUE " LEVEL=".
           03 WS-DIC-U-LEVEL     PIC 9(02).
           03 FILLER             PIC X(08) VALUE " OFFSET=".
           03 WS-DIC-U-OFFSET    PIC 9(06).
           03 FILLER             PIC X(08) VALUE " LENGTH=".
           03 WS-DIC-U-LENGTH    PIC 9(05).
           03 FILLER             PIC X(05) VALUE " PIC=".
           03 WS-DIC-U-PIC       PIC X(30).
           03 FILLER             PIC X(07) VALUE " USAGE=".
           03 WS-DIC-U-USAGE     PIC X(07).
           03 FILLER             PIC X(08) VALUE " MEMBER=".
           03 WS-DIC-U-MEMBER    PIC X(30).
       01  WS-DIC-HEAD-LINE.
           03 FILLER             PIC X(09) VALUE "* LAYOUT=".
           03 WS-DIC-H-LAYOUT    PIC X(30).
           03 FILLER             PIC X(09) VALUE " VERSION=".
           03 WS-DIC-H-VERSION   PIC 9(04).
           03 FILLER             PIC X(08) VALUE " MEMBER=".
           03 WS-DIC-H-MEMBER    PIC X(30).
           03 FILLER             PIC X(06) VALUE " DATE=".
           03 WS-DIC-H-DATE      PIC X(08).
       01  WS-DIC-COL-LINE.
           03 FILLER             PIC X(05) VALUE "  LV ".
           03 FILLER             PIC X(31) VALUE "NAME".
           03 FILLER             PIC X(07) VALUE "OFFSET ".
           03 FILLER             PIC X(07) VALUE "LENGTH ".
           03 FILLER             PIC X(31) VALUE "PIC".
           03 FILLER             PIC X(07) VALUE "USAGE".
       01  WS-DIC-FLD-LINE.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DIC-F-LEVEL     PIC 9(02).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-DIC-F-FIELD     PIC X(30).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-DIC-F-OFFSET    PIC 9(06).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-DIC-F-LENGTH    PIC 9(05).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DIC-F-PIC       PIC X(30).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-DIC-F-USAGE     PIC X(07).

      * listing work : the record-number window taken from the DDL
      * slot of the card ("from-to", a single number, or blank for
       01  WS-LOG-LINE           PIC X(200).
       01  WS-LOG-DATE           PIC X(08).
       01  WS-LOG-TIME           PIC X(08).
      * the time a card was taken up, so its log line - written when
      * the job is over - carries both ends of the job
       01  WS-JOB-START          PIC X(08).

      * the run id - date and time to the hundredth of a second -
      * stamped on every log and summary line of this run, and the
       01  WS-LOCK-BUSY-SW       PIC X(01) VALUE "N".
           88 WS-LOCK-BUSY VALUE "Y".

      * manifest restart : the run named in CCCOP.RST and the outcome
      * of each of its cards, taken back from CCCOP-LOG in card order ;
      * AGAIN marks a card to be run again - it ended ERROR or was
      * SKIPPED, or its condition hangs on a card run again - and
      * every other card is carried forward with its old outcome
       01  WS-RST-RUN-ID         PIC X(16) VALUE SPACES.
       01  WS-RST-SW             PIC X(01) VALUE "N".
           88 WS-RESTART-RUN VALUE "Y".
       01  WS-RST-EOF-SW         PIC X(01) VALUE "N".
           88 WS-RST-EOF VALUE "Y".
       01  WS-RST-LOG-SW         PIC X(01) VALUE "N".
           88 WS-RST-LOG-OPEN VALUE "Y".
       01  WS-CARRY-SW           PIC X(01) VALUE "N".
           88 WS-CARD-CARRIED VALUE "Y".
       01  WS-RST-COUNT          PIC 9(03) VALUE 0.
       01  WS-RST-IDX            PIC 9(03) VALUE 0.
       01  WS-RST-REF            PIC 9(03) VALUE 0.
       01  WS-RST-POS            PIC 9(03) VALUE 0.
       01  WS-RST-NAME-LEN       PIC 9(02) VALUE 0.
       01  WS-RST-NUM-X          PIC X(06).
       01  WS-RST-TABLE.
           03 WS-RST-ENTRY OCCURS 200 TIMES.
              05 WS-RST-MODE     PIC X(01).
              05 WS-RST-INPUT    PIC X(30).
              05 WS-RST-SEV      PIC 9(01).
              05 WS-RST-STATUS   PIC X(02).
              05 WS-RST-READ     PIC 9(06).
              05 WS-RST-WRITTEN  PIC 9(06).
              05 WS-RST-AGAIN    PIC X(01).

      * tail of a log line written during a restart : the run taken
      * up again, and the mark of a card carried rather than run
       01  WS-LOG-SUFFIX.
           03 WS-LOG-RST-TAG     PIC X(09).
           03 WS-LOG-RST-ID      PIC X(16).
           03 WS-LOG-CARRY-TAG   PIC X(10).

      * job grading : 0 = OK, 4 = WARNING (job finished but something
      * was off, e.g. names file exhausted mid-group), 8 = ERROR (a
      * file status stopped the job or the extract failed validation) ;
              05 WS-JOB-WRITTEN  PIC 9(06).
              05 WS-JOB-STATUS   PIC X(02).
              05 WS-JOB-SKIP     PIC X(01).
              05 WS-JOB-CARRIED  PIC X(01).

      * card-condition work : the grade of the referenced card
      * decides whether the current one runs at all
           03 WS-SUM-GRADE       PIC X(07).
           03 FILLER             PIC X(05) VALUE " RUN=".
           03 WS-SUM-RUN         PIC X(16).
           03 WS-SUM-CARRIED     PIC X(08).

      ******************************************************************
       PROCEDURE DIVISION.
                 MOVE 8 TO WS-RUN-SEVERITY
                 SET FS-MANIFEST-EOF TO TRUE
              END-IF
              PERFORM 0130-TAKE-RESTART
              PERFORM 0150-OPEN-LOG
           ELSE
              MOVE 8 TO WS-RUN-SEVERITY
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a restart request naming a run id takes that run's cards back
      * from the log ; an id that is not a run id, or a run the log
      * has no card of, refuses the whole run rather than quietly
      * working the full manifest the operator meant to avoid
       0130-TAKE-RESTART.
           MOVE "N" TO WS-RST-SW
           MOVE 0 TO WS-RST-COUNT
           MOVE SPACES TO FS-RESTART
           OPEN INPUT F-RESTART
           IF FS-RESTART-OK
              READ F-RESTART
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RST-RUN-ID NOT = SPACES AND RST-STATE = SPACES
                       MOVE RST-RUN-ID TO WS-RST-RUN-ID
                       SET WS-RESTART-RUN TO TRUE
                    END-IF
              END-READ
              CLOSE F-RESTART
           END-IF
           IF WS-RESTART-RUN
              IF WS-RST-RUN-ID IS NUMERIC
                 PERFORM 0140-LOAD-RESTART-RUN
              END-IF
              IF WS-RST-COUNT = 0
                 DISPLAY "ERREUR : RUN A REPRENDRE INTROUVABLE :"
                         SPACE WS-RST-RUN-ID
                 MOVE 8 TO WS-RUN-SEVERITY
                 SET FS-MANIFEST-EOF TO TRUE
              ELSE
                 DISPLAY "REPRISE DU RUN" SPACE WS-RST-RUN-ID
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the run's card lines are the ones carrying its id right after
      * the time and INPUT= right after the id ; its alert and summary
      * lines do not, and are passed over
       0140-LOAD-RESTART-RUN.
           MOVE "N" TO WS-RST-EOF-SW
           MOVE "N" TO WS-RST-LOG-SW
           MOVE SPACES TO FS-LOG
           OPEN INPUT F-LOG
           IF FS-LOG-OK
              SET WS-RST-LOG-OPEN TO TRUE
           ELSE
              SET WS-RST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RST-EOF
              READ F-LOG
                 AT END
                    SET WS-RST-EOF TO TRUE
                 NOT AT END
                    IF R-LOG(18:5) = " RUN="
                       AND R-LOG(23:16) = WS-RST-RUN-ID
                       AND R-LOG(39:7) = " INPUT="
                       AND WS-RST-COUNT < 200
                       PERFORM 0145-TAKE-RESTART-LINE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RST-LOG-OPEN
              CLOSE F-LOG
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       0145-TAKE-RESTART-LINE.
           ADD 1 TO WS-RST-COUNT
           MOVE WS-RST-COUNT TO WS-RST-IDX
           MOVE SPACES TO WS-RST-MODE(WS-RST-IDX)
                          WS-RST-INPUT(WS-RST-IDX)
                          WS-RST-STATUS(WS-RST-IDX)
           MOVE 0 TO WS-RST-SEV(WS-RST-IDX)
                     WS-RST-READ(WS-RST-IDX)
                     WS-RST-WRITTEN(WS-RST-IDX)
           MOVE 0 TO WS-RST-NAME-LEN
           PERFORM VARYING WS-RST-POS FROM 46 BY 1
              UNTIL WS-RST-POS > 75 OR R-LOG(WS-RST-POS:1) = SPACE
              ADD 1 TO WS-RST-NAME-LEN
           END-PERFORM
           IF WS-RST-NAME-LEN > 0
              MOVE R-LOG(46:WS-RST-NAME-LEN) TO WS-RST-INPUT(WS-RST-IDX)
           END-IF
           PERFORM VARYING WS-RST-POS FROM 46 BY 1
              UNTIL WS-RST-POS > 190
              IF R-LOG(WS-RST-POS:6) = " READ="
                 MOVE R-LOG(WS-RST-POS + 6:6) TO WS-RST-NUM-X
                 IF WS-RST-NUM-X IS NUMERIC
                    MOVE WS-RST-NUM-X TO WS-RST-READ(WS-RST-IDX)
                 END-IF
              END-IF
              IF R-LOG(WS-RST-POS:9) = " WRITTEN="
                 MOVE R-LOG(WS-RST-POS + 9:6) TO WS-RST-NUM-X
                 IF WS-RST-NUM-X IS NUMERIC
                    MOVE WS-RST-NUM-X TO WS-RST-WRITTEN(WS-RST-IDX)
                 END-IF
              END-IF
              IF R-LOG(WS-RST-POS:8) = " STATUS="
                 MOVE R-LOG(WS-RST-POS + 8:2)
                      TO WS-RST-STATUS(WS-RST-IDX)
              END-IF
              IF R-LOG(WS-RST-POS:5) = " SEV="
                 AND R-LOG(WS-RST-POS + 5:1) IS NUMERIC
                 MOVE R-LOG(WS-RST-POS + 5:1) TO WS-RST-SEV(WS-RST-IDX)
              END-IF
              IF R-LOG(WS-RST-POS:6) = " MODE="
                 MOVE R-LOG(WS-RST-POS + 6:1) TO WS-RST-MODE(WS-RST-IDX)
              END-IF
           END-PERFORM
           IF WS-RST-SEV(WS-RST-IDX) > 4
              OR WS-RST-STATUS(WS-RST-IDX) = "SK"
              MOVE "Y" TO WS-RST-AGAIN(WS-RST-IDX)
           ELSE
              MOVE "N" TO WS-RST-AGAIN(WS-RST-IDX)
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the request is marked DONE once the restart has been worked,
      * so the request is honoured once and the next run is a full one
       0180-CLOSE-RESTART.
           MOVE SPACES TO FS-RESTART
           OPEN OUTPUT F-RESTART
           IF FS-RESTART-OK
              MOVE SPACES TO R-RESTART
              MOVE WS-RST-RUN-ID TO RST-RUN-ID
              MOVE "DONE" TO RST-STATE
              MOVE WS-RUN-ID TO RST-BY
              WRITE R-RESTART
              CLOSE F-RESTART
           ELSE
              DISPLAY "ERREUR REPRISE :" SPACE FS-RESTART
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       0190-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
              PERFORM 8200-WRITE-SUMMARY
              CLOSE F-MANIFEST
              CLOSE F-LOG
              IF WS-RESTART-RUN AND WS-RST-COUNT > 0
                 PERFORM 0180-CLOSE-RESTART
              END-IF
              PERFORM 0190-RELEASE-RUN-LOCK
           END-IF.
           EXIT.
      *-----------------------------------------------------------------
       1100-PROCESS-JOB.
           MOVE 0 TO WS-JOB-SEVERITY
           ACCEPT WS-JOB-START FROM TIME
           MOVE WS-MAN-INPUT  TO WS-INPUT-FILE
           MOVE WS-MAN-OUTPUT TO WS-OUTPUT-FILE
           MOVE WS-MAN-RULER  TO WS-RULER-FILE
           MOVE WS-MAN-NAMES  TO WS-NAME-FILE
           MOVE "N" TO WS-CARRY-SW
           IF WS-RESTART-RUN
              PERFORM 1190-RESTART-DECISION
           END-IF
           IF WS-CARD-CARRIED
              PERFORM 1195-CARRY-CARD
           ELSE
              PERFORM 1130-TAKE-CARD-OPTIONS
              IF WS-OPT-BAD
                 PERFORM 1160-BAD-OPTION-CARD
              ELSE
                 PERFORM 1170-CHECK-CONDITION
                 IF WS-CND-BAD
                    PERFORM 1165-BAD-COND-CARD
                 ELSE
                    IF WS-CARD-SKIPPED
                       PERFORM 1180-SKIP-CARD
                    ELSE
                       PERFORM 1140-DISPATCH-JOB
                    END-IF
                 END-IF
              END-IF
           END-IF.
      * translation and only makes sense on a fixed-length input ;
      * anything else in those columns refuses the card, and so does
      * an LRECL on a mode that only ever reads text - reverse,
      * compare, migrate, inquiry, delimited, split, rejoin, delta,
      * dictionary and generate - because quietly ignoring it would
      * hand the operator a run that read the host dump as lines
      * after all
       1130-TAKE-CARD-OPTIONS.
           MOVE "N" TO WS-FIX-SW
           MOVE "N" TO WS-EBC-SW
                 WHEN "i"
                 WHEN "D"
                 WHEN "d"
                 WHEN "S"
                 WHEN "s"
                 WHEN "J"
                 WHEN "j"
                 WHEN "K"
                 WHEN "k"
                 WHEN "W"
                 WHEN "w"
                 WHEN "G"
                 WHEN "g"
                    SET WS-OPT-BAD TO TRUE
                 WHEN OTHER
                    CONTINUE
                 PERFORM 3000-REVERSE-JOB
              WHEN "V"
              WHEN "v"
                 PERFORM 9150-CHECK-APPROVAL
                 PERFORM 4000-VALIDATE-JOB
              WHEN "C"
              WHEN "c"
                 PERFORM 5000-COMPARE-JOB
              WHEN "M"
              WHEN "m"
                 PERFORM 9150-CHECK-APPROVAL
                 PERFORM 5500-MIGRATE-JOB
              WHEN "P"
              WHEN "p"
              WHEN "T"
              WHEN "t"
                 PERFORM 6800-CONTROL-JOB
              WHEN "S"
              WHEN "s"
                 PERFORM 9150-CHECK-APPROVAL
                 PERFORM 4700-SPLIT-JOB
              WHEN "J"
              WHEN "j"
                 PERFORM 9150-CHECK-APPROVAL
                 PERFORM 4800-REJOIN-JOB
              WHEN "K"
              WHEN "k"
                 PERFORM 5700-DELTA-JOB
              WHEN "X"
              WHEN "x"
                 PERFORM 6900-SELECT-JOB
              WHEN "E"
              WHEN "e"
                 PERFORM 9150-CHECK-APPROVAL
                 PERFORM 5800-EXPORT-JOB
              WHEN "W"
              WHEN "w"
                 PERFORM 9600-DICTIONARY-JOB
              WHEN "G"
              WHEN "g"
                 PERFORM 5900-GENERATE-JOB
              WHEN "A"
              WHEN "a"
                 PERFORM 7200-MASK-JOB
              WHEN OTHER
                 IF WS-MAN-TYPE-POS = SPACES
                    AND WS-MAN-TYPE-LEN = SPACES
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * restart : the card at this position in the run taken up again
      * is carried unless it ended ERROR or SKIPPED there, or its
      * condition refers to a card being run again ; a card that no
      * longer matches what the log recorded at its place is run, as
      * its old outcome says nothing about it - and so is every card
      * past the last one the log holds
       1190-RESTART-DECISION.
           COMPUTE WS-RST-IDX = WS-JOB-COUNT + 1
           IF WS-RST-IDX NOT > WS-RST-COUNT
              IF WS-RST-INPUT(WS-RST-IDX) NOT = WS-MAN-INPUT
                 OR (WS-RST-MODE(WS-RST-IDX) NOT = SPACE
                     AND WS-RST-MODE(WS-RST-IDX) NOT = WS-MAN-MODE)
                 DISPLAY "ATTENTION : CARTE" SPACE WS-RST-IDX SPACE
                         "DIFFERENTE DU RUN REPRIS - RELANCEE"
                 MOVE "Y" TO WS-RST-AGAIN(WS-RST-IDX)
              END-IF
              IF WS-RST-AGAIN(WS-RST-IDX) = "N"
                 AND WS-MAN-COND NOT = SPACE
                 MOVE 0 TO WS-RST-REF
                 IF WS-MAN-COND-REF = SPACES
                    MOVE WS-JOB-COUNT TO WS-RST-REF
                 ELSE
                    IF WS-MAN-COND-REF IS NUMERIC
                       MOVE WS-MAN-COND-REF TO WS-RST-REF
                    END-IF
                 END-IF
                 IF WS-RST-REF > 0 AND WS-RST-REF < WS-RST-IDX
                    IF WS-RST-AGAIN(WS-RST-REF) = "Y"
                       MOVE "Y" TO WS-RST-AGAIN(WS-RST-IDX)
                    END-IF
                 END-IF
              END-IF
              IF WS-RST-AGAIN(WS-RST-IDX) = "N"
                 SET WS-CARD-CARRIED TO TRUE
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a carried card is not run : its old counts, status and grade
      * go to the log, the summary and the run's RETURN-CODE as if it
      * had just ended that way
       1195-CARRY-CARD.
           MOVE WS-RST-SEV(WS-RST-IDX)     TO WS-JOB-SEVERITY
           MOVE WS-RST-READ(WS-RST-IDX)    TO WS-LINES-READ
           MOVE WS-RST-WRITTEN(WS-RST-IDX) TO WS-LINES-WRITTEN
           MOVE WS-RST-STATUS(WS-RST-IDX)  TO WS-LOG-STATUS
           MOVE "N" TO WS-SKIP-SW
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * every record the forward, validate, profile, balancing and
      * listing modes consume comes through here : a line when the
              END-IF
           END-IF
           MOVE 0 TO WS-DDL-COUNT WS-DDL-FILLER-NUM WS-FLD-COUNT
                     WS-CPY-COUNT
           MOVE WS-GROUP-NAME TO WS-DDL-TABLE-NAME
           STRING "       01  " DELIMITED BY SIZE,
                  WS-GROUP-NAME DELIMITED BY SPACE,
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * notes one generated field in the field map at the current end
      * of the group - called before the group length moves past it -
      * so the group reaches the dictionary as a loaded copybook
      * would ; past the 500-entry map the job grades WARNING
       2720-NOTE-MAP-FIELD.
           IF WS-CPY-COUNT >= 500
              MOVE 4 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           ELSE
              ADD 1 TO WS-CPY-COUNT
              COMPUTE WS-CPY-OFFSET(WS-CPY-COUNT) = WS-GROUP-LENGTH + 1
              MOVE WS-CPY-LEN-IN TO WS-CPY-LEN(WS-CPY-COUNT)
              MOVE WS-CPY-TYPE-IN TO WS-CPY-TYPE(WS-CPY-COUNT)
              MOVE WS-CPY-INT-IN TO WS-CPY-INT(WS-CPY-COUNT)
              MOVE WS-CPY-DEC-IN TO WS-CPY-DEC(WS-CPY-COUNT)
              MOVE WS-CPY-SIGN-IN TO WS-CPY-SIGN(WS-CPY-COUNT)
              MOVE "D" TO WS-CPY-USAGE(WS-CPY-COUNT)
              MOVE WS-CPY-NAME-IN TO WS-CPY-NAME(WS-CPY-COUNT)
              MOVE WS-CPY-LEVEL-IN TO WS-CPY-LEVEL(WS-CPY-COUNT)
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one CREATE TABLE per closed group : CHAR for PIC X columns,
      * DECIMAL(p,s) for PIC 9 - the scale carried from the token
                    PERFORM 2950-WRITE-OUTPUT-LINE
                    INITIALIZE   R-OUTPUT
                    ADD 1 TO WS-FLD-COUNT
                    MOVE "FILLER" TO WS-CPY-NAME-IN
                    MOVE "X" TO WS-CPY-TYPE-IN
                    MOVE TEMP TO WS-CPY-INT-IN WS-CPY-LEN-IN
                    MOVE 0 TO WS-CPY-DEC-IN
                    MOVE "N" TO WS-CPY-SIGN-IN
                    MOVE WS-FIELD-LEVEL TO WS-CPY-LEVEL-IN
                    PERFORM 2720-NOTE-MAP-FIELD
                    IF WS-DDL-PRESENT
                       MOVE "FILLER" TO WS-DDL-COL-NAME-IN
                       MOVE "X" TO WS-DDL-COL-TYPE-IN
                    PERFORM 2900-WRAP-WRITE-LINE
                    INITIALIZE   R-OUTPUT
                    ADD 1 TO WS-FLD-COUNT
                    MOVE WS-CURRENT-NAME TO WS-CPY-NAME-IN
                    MOVE TEMP TO WS-CPY-LEN-IN
                    MOVE WS-FIELD-LEVEL TO WS-CPY-LEVEL-IN
                    IF WS-TOKEN-NUMERIC
                       MOVE "9" TO WS-CPY-TYPE-IN
                       MOVE WS-TOK-INT TO WS-CPY-INT-IN
                       MOVE WS-TOK-DEC TO WS-CPY-DEC-IN
                       MOVE WS-TOKEN-SIGN-SW TO WS-CPY-SIGN-IN
                    ELSE
                       MOVE "X" TO WS-CPY-TYPE-IN
                       MOVE TEMP TO WS-CPY-INT-IN
                       MOVE 0 TO WS-CPY-DEC-IN
                       MOVE "N" TO WS-CPY-SIGN-IN
                    END-IF
                    PERFORM 2720-NOTE-MAP-FIELD
                    IF WS-DDL-PRESENT
                       MOVE WS-CURRENT-NAME TO WS-DDL-COL-NAME-IN
                       IF WS-TOKEN-NUMERIC
                    = WS-EMIT-OFF + (WS-EMIT-K - 1) * WS-ITM-LEN
                 MOVE WS-ITM-LEN TO WS-CPY-LEN(WS-CPY-COUNT)
                 MOVE WS-ITM-TYPE TO WS-CPY-TYPE(WS-CPY-COUNT)
                 MOVE WS-ITM-INT TO WS-CPY-INT(WS-CPY-COUNT)
                 MOVE WS-ITM-DEC TO WS-CPY-DEC(WS-CPY-COUNT)
                 MOVE WS-ITM-SIGN TO WS-CPY-SIGN(WS-CPY-COUNT)
                 MOVE WS-ITM-USAGE TO WS-CPY-USAGE(WS-CPY-COUNT)
                 MOVE WS-ITM-NAME TO WS-CPY-NAME(WS-CPY-COUNT)
                 MOVE WS-ITM-LEVEL TO WS-CPY-LEVEL(WS-CPY-COUNT)
              ELSE
                 MOVE 4 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
                         TO WS-CPY-LEN(WS-CPY-COUNT)
                    MOVE WS-CPY-TYPE(WS-REP-E)
                         TO WS-CPY-TYPE(WS-CPY-COUNT)
                    MOVE WS-CPY-INT(WS-REP-E)
                         TO WS-CPY-INT(WS-CPY-COUNT)
                    MOVE WS-CPY-DEC(WS-REP-E)
                         TO WS-CPY-DEC(WS-CPY-COUNT)
                    MOVE WS-CPY-SIGN(WS-REP-E)
                         TO WS-CPY-SIGN(WS-CPY-COUNT)
                    MOVE WS-CPY-USAGE(WS-REP-E)
                         TO WS-CPY-USAGE(WS-CPY-COUNT)
                    MOVE WS-CPY-NAME(WS-REP-E)
                         TO WS-CPY-NAME(WS-CPY-COUNT)
                    MOVE WS-CPY-LEVEL(WS-REP-E)
                         TO WS-CPY-LEVEL(WS-CPY-COUNT)
                 ELSE
                    MOVE 4 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
           EXIT.

      *-----------------------------------------------------------------
      * a split or rejoin job keeps the failure with the record, for
      * its suspense line, instead of writing an exceptions line
       4250-WRITE-EXCEPTION.
           ADD 1 TO WS-VAL-ERRORS
           IF WS-SUS-ACTIVE
              PERFORM 4720-NOTE-SUSPENSE-REASON
           ELSE
              MOVE SPACES TO R-OUTPUT
              MOVE WS-EXC-LINE TO R-OUTPUT
              PERFORM 2950-WRITE-OUTPUT-LINE
              INITIALIZE R-OUTPUT
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       4545-NOTE-KEY-FIELD.
           IF WS-KEY-OFFSET = 0
              MOVE WS-CPY-OFFSET(WS-VAL-FIELD-IDX) TO WS-KEY-OFFSET
              MOVE WS-VAL-FIELD-IDX TO WS-KEY-FIELD-IDX
           END-IF
           MOVE WS-CPY-LEN(WS-VAL-FIELD-IDX) TO WS-RUL-K
           IF WS-KEY-PTR + WS-RUL-K - 1 > 200
           EXIT.

      ******************************************************************
      * suspense split job : the extract in WS-INPUT-FILE goes through
      * the validate checks against the copybook on the ruler slot,
      * and the rules file on the names slot when one is named ; a
      * record that passes everything is copied as it stands to the
      * clean file in WS-OUTPUT-FILE, a record that fails anything is
      * written to the suspense file - the output name plus ".SUS" -
      * behind a head carrying its record number, its place among the
      * clean records and every reason code with its field name ; the
      * clean file can be loaded tonight while the suspense file goes
      * back for repair ; both are text, the form rejoin reads back,
      * so a split card takes no LRECL
      ******************************************************************
       4700-SPLIT-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN WS-RECNO
                     WS-VAL-ERRORS WS-SUS-CLEAN WS-SUS-COUNT
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO WS-LOG-STATUS
           PERFORM 4100-LOAD-COPYBOOK
           MOVE 0 TO WS-RUL-COUNT
           MOVE "N" TO WS-KEY-SW
           MOVE "Y" TO WS-KEY-FIRST-SW
           MOVE SPACES TO WS-KEY-PREV
           IF WS-MAN-NAMES NOT = SPACES
              PERFORM 4300-LOAD-RULES
           END-IF
           MOVE SPACES TO WS-SUSPENSE-FILE
           STRING WS-MAN-OUTPUT DELIMITED BY SPACE,
                  ".SUS" DELIMITED BY SIZE
                  INTO WS-SUSPENSE-FILE
           IF WS-CPY-COUNT > 0
              PERFORM 1430-RESOLVE-LRECL
              PERFORM 1410-OPEN-INPUT
              IF FS-INPUT-OK
                 OPEN OUTPUT F-OUTPUT
                 IF FS-OUTPUT-OK
                    MOVE SPACES TO FS-SUSPENSE
                    OPEN OUTPUT F-SUSPENSE
                    IF FS-SUSPENSE-OK
                       SET WS-SUS-ACTIVE TO TRUE
                       PERFORM UNTIL FS-INPUT-EOF
                          PERFORM 1400-READ-INPUT-RECORD
                          IF NOT FS-INPUT-EOF
                             ADD 1 TO WS-RECNO
                             ADD 1 TO WS-LINES-READ
                             PERFORM 4710-SPLIT-RECORD
                          END-IF
                       END-PERFORM
                       MOVE "N" TO WS-SUS-SW
                       IF WS-LOG-STATUS = SPACES
                          MOVE FS-INPUT TO WS-LOG-STATUS
                       END-IF
                       CLOSE F-SUSPENSE
                       PERFORM 4790-REPORT-SUSPENSE
                    ELSE
                       DISPLAY "ERREUR SUSPENS :" SPACE FS-SUSPENSE
                       MOVE FS-SUSPENSE TO WS-LOG-STATUS
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 8100-RAISE-SEVERITY
                    END-IF
                    CLOSE F-OUTPUT
                 ELSE
                    MOVE FS-OUTPUT TO WS-LOG-STATUS
                    MOVE 8 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
                 PERFORM 1420-CLOSE-INPUT
              ELSE
                 DISPLAY "ERREUR :" SPACE FS-INPUT
                 MOVE FS-INPUT TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           ELSE
              IF WS-LOG-STATUS = SPACES
                 DISPLAY "ERREUR : COPYBOOK SANS CLAUSE PIC"
                 MOVE "NC" TO WS-LOG-STATUS
              END-IF
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * one record through the checks ; no failure sends it to the
      * clean file, any failure to the suspense file - and a record
      * held back does not move the key sequence on, so the next one
      * is checked against the last clean key, not a damaged one
       4710-SPLIT-RECORD.
           MOVE 0 TO WS-SUS-FAILS
           MOVE 1 TO WS-SUS-PTR
           MOVE SPACES TO WS-SUS-H-REASONS
           MOVE WS-KEY-PREV TO WS-SUS-KEY-SAVE
           MOVE WS-KEY-FIRST-SW TO WS-SUS-FIRST-SAVE
           PERFORM 4200-VALIDATE-RECORD
           IF WS-SUS-FAILS > 0
              MOVE WS-SUS-KEY-SAVE TO WS-KEY-PREV
              MOVE WS-SUS-FIRST-SAVE TO WS-KEY-FIRST-SW
           END-IF
           IF WS-SUS-FAILS = 0
              MOVE SPACES TO R-OUTPUT
              MOVE R-INPUT(1:WS-INPUT-LEN) TO R-OUTPUT
              PERFORM 2950-WRITE-OUTPUT-LINE
              ADD 1 TO WS-SUS-CLEAN
              INITIALIZE R-OUTPUT
           ELSE
              PERFORM 4730-WRITE-SUSPENSE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one failed check, as "reason:field" in the head of the record's
      * suspense line ; a length failure concerns the whole record and
      * a key failure the first KEY field ; once the reason area is
      * full the failures are still counted but no longer spelled out
       4720-NOTE-SUSPENSE-REASON.
           IF WS-SUS-FAILS < 999
              ADD 1 TO WS-SUS-FAILS
           END-IF
           EVALUATE WS-EXC-REASON
              WHEN "LG"
                 MOVE "RECORD" TO WS-SUS-NAME
              WHEN "KY"
                 MOVE WS-CPY-NAME(WS-KEY-FIELD-IDX) TO WS-SUS-NAME
              WHEN OTHER
                 MOVE WS-CPY-NAME(WS-VAL-FIELD-IDX) TO WS-SUS-NAME
           END-EVALUATE
           MOVE SPACES TO WS-SUS-ITEM
           MOVE 1 TO WS-SUS-ITEM-LEN
           STRING WS-EXC-REASON DELIMITED BY SIZE,
                  ":" DELIMITED BY SIZE,
                  WS-SUS-NAME DELIMITED BY SPACE
                  INTO WS-SUS-ITEM
                  WITH POINTER WS-SUS-ITEM-LEN
           SUBTRACT 1 FROM WS-SUS-ITEM-LEN
           IF WS-SUS-PTR + WS-SUS-ITEM-LEN <= 160
              STRING WS-SUS-ITEM(1:WS-SUS-ITEM-LEN) DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE
                     INTO WS-SUS-H-REASONS
                     WITH POINTER WS-SUS-PTR
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the head, then the record image from column 181 ; a record too
      * long to fit behind the head is announced, clipped and grades
      * the job ERROR - a repair of a truncated record is no repair
       4730-WRITE-SUSPENSE.
           MOVE WS-RECNO TO WS-SUS-H-RECNO
           MOVE WS-SUS-CLEAN TO WS-SUS-H-AFTER
           MOVE WS-SUS-FAILS TO WS-SUS-H-FAILS
           MOVE SPACES TO R-SUSPENSE
           MOVE WS-SUS-HEAD TO R-SUSPENSE(1:LENGTH OF WS-SUS-HEAD)
           COMPUTE WS-SUS-ROOM
              = LENGTH OF R-SUSPENSE - LENGTH OF WS-SUS-HEAD
           MOVE WS-INPUT-LEN TO WS-RJN-LEN
           IF WS-RJN-LEN > WS-SUS-ROOM
              DISPLAY "ERREUR : ENREGISTREMENT TROP LONG POUR SUSPENS"
                      SPACE WS-RECNO
              MOVE WS-SUS-ROOM TO WS-RJN-LEN
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF
           IF WS-RJN-LEN > 0
              MOVE R-INPUT(1:WS-RJN-LEN)
                   TO R-SUSPENSE(LENGTH OF WS-SUS-HEAD + 1:WS-RJN-LEN)
           END-IF
           WRITE R-SUSPENSE
           IF FS-SUSPENSE-OK
              ADD 1 TO WS-SUS-COUNT
           ELSE
              IF WS-LOG-STATUS = SPACES
                 MOVE FS-SUSPENSE TO WS-LOG-STATUS
              END-IF
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * records held in suspense are the reason the job exists, not a
      * failure of it ; they grade the job WARNING so the operator
      * knows a repair is waiting, while the clean load goes ahead
       4790-REPORT-SUSPENSE.
           DISPLAY "PROPRES :" SPACE WS-SUS-CLEAN SPACE
                   "EN SUSPENS :" SPACE WS-SUS-COUNT SPACE
                   WS-SUSPENSE-FILE
           IF WS-SUS-COUNT > 0
              MOVE 4 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      ******************************************************************
      * rejoin job : the repaired suspense file in WS-INPUT-FILE is
      * checked again against the copybook on the ruler slot and the
      * rules file on the names slot ; the clean file named on the
      * DDL slot is copied to the new clean file in WS-OUTPUT-FILE,
      * and every repaired record that now passes is put back in it
      * at its place - after as many clean records as its head says
      * came before it - so the merged file stays in record-number
      * order ; a record that still fails goes to a fresh suspense
      * file, the output name plus ".SUS", with its head brought up
      * to date ; with the DDL slot blank, only the repaired records
      * that pass are written
      ******************************************************************
       4800-REJOIN-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN WS-RECNO
                     WS-VAL-ERRORS WS-SUS-CLEAN WS-SUS-COUNT
                     WS-RJN-CLEAN-IN WS-RJN-FIXED
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO FS-CLEAN
           MOVE SPACES TO WS-LOG-STATUS
           PERFORM 4100-LOAD-COPYBOOK
           MOVE 0 TO WS-RUL-COUNT
           MOVE "N" TO WS-KEY-SW
           MOVE "Y" TO WS-KEY-FIRST-SW
           MOVE SPACES TO WS-KEY-PREV
           IF WS-MAN-NAMES NOT = SPACES
              PERFORM 4300-LOAD-RULES
           END-IF
           MOVE SPACES TO WS-SUSPENSE-FILE
           STRING WS-MAN-OUTPUT DELIMITED BY SPACE,
                  ".SUS" DELIMITED BY SIZE
                  INTO WS-SUSPENSE-FILE
           MOVE WS-MAN-DDL TO WS-CLEAN-FILE
           IF WS-CPY-COUNT = 0
              IF WS-LOG-STATUS = SPACES
                 DISPLAY "ERREUR : COPYBOOK SANS CLAUSE PIC"
                 MOVE "NC" TO WS-LOG-STATUS
              END-IF
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF
           IF WS-LOG-STATUS = SPACES AND WS-CLEAN-FILE NOT = SPACES
              OPEN INPUT F-CLEAN
              IF NOT FS-CLEAN-OK
                 DISPLAY "ERREUR FICHIER PROPRE :" SPACE FS-CLEAN
                 MOVE FS-CLEAN TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF
           IF WS-LOG-STATUS = SPACES
              OPEN INPUT F-INPUT
              IF FS-INPUT-OK
                 OPEN OUTPUT F-OUTPUT
                 IF FS-OUTPUT-OK
                    MOVE SPACES TO FS-SUSPENSE
                    OPEN OUTPUT F-SUSPENSE
                    IF FS-SUSPENSE-OK
                       SET WS-SUS-ACTIVE TO TRUE
                       PERFORM UNTIL FS-INPUT-EOF
                          READ F-INPUT
                             AT END
                                SET FS-INPUT-EOF TO TRUE
                             NOT AT END
                                ADD 1 TO WS-LINES-READ
                                PERFORM 4810-REJOIN-RECORD
                          END-READ
                       END-PERFORM
                       MOVE "N" TO WS-SUS-SW
      * the clean records past the last repaired one close the file
                       IF WS-CLEAN-FILE NOT = SPACES
                          PERFORM UNTIL FS-CLEAN-EOF
                             PERFORM 4830-COPY-CLEAN-RECORD
                          END-PERFORM
                       END-IF
                       IF WS-LOG-STATUS = SPACES
                          MOVE FS-INPUT TO WS-LOG-STATUS
                       END-IF
                       CLOSE F-SUSPENSE
                       DISPLAY "REINTEGRES :" SPACE WS-RJN-FIXED
                       PERFORM 4790-REPORT-SUSPENSE
                    ELSE
                       DISPLAY "ERREUR SUSPENS :" SPACE FS-SUSPENSE
                       MOVE FS-SUSPENSE TO WS-LOG-STATUS
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 8100-RAISE-SEVERITY
                    END-IF
                    CLOSE F-OUTPUT
                 ELSE
                    MOVE FS-OUTPUT TO WS-LOG-STATUS
                    MOVE 8 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
                 CLOSE F-INPUT
              ELSE
                 DISPLAY "ERREUR :" SPACE FS-INPUT
                 MOVE FS-INPUT TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF
           IF WS-CLEAN-FILE NOT = SPACES AND FS-CLEAN NOT = SPACES
              AND FS-CLEAN NOT = "35"
              CLOSE F-CLEAN
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * one line of the repaired suspense file : its head says where
      * the record belongs, the clean records ahead of that place are
      * copied first, then the record image is lifted out from column
      * 181 and goes through the split like any extract record ; a
      * line whose head was damaged in the repair cannot be placed
      * and is passed to the new suspense file untouched
       4810-REJOIN-RECORD.
           PERFORM 1230-PAD-INPUT-TAIL
           IF WS-INPUT-LEN <= LENGTH OF WS-SUS-HEAD
              OR R-INPUT(1:6) IS NOT NUMERIC
              OR R-INPUT(8:6) IS NOT NUMERIC
              OR R-INPUT(LENGTH OF WS-SUS-HEAD - 1:2)
                 NOT = WS-SUS-H-BAR
              DISPLAY "ERREUR : ENTETE SUSPENS INVALIDE LIGNE"
                      SPACE WS-LINES-READ
              MOVE SPACES TO R-SUSPENSE
              MOVE R-INPUT(1:WS-INPUT-LEN) TO R-SUSPENSE
              WRITE R-SUSPENSE
              IF FS-SUSPENSE-OK
                 ADD 1 TO WS-SUS-COUNT
              END-IF
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           ELSE
              MOVE R-INPUT(1:LENGTH OF WS-SUS-HEAD) TO WS-SUS-HEAD
              MOVE WS-SUS-H-RECNO TO WS-RECNO
              IF WS-CLEAN-FILE NOT = SPACES
                 PERFORM UNTIL FS-CLEAN-EOF
                    OR WS-RJN-CLEAN-IN >= WS-SUS-H-AFTER
                    PERFORM 4830-COPY-CLEAN-RECORD
                 END-PERFORM
              END-IF
              COMPUTE WS-RJN-LEN
                 = WS-INPUT-LEN - LENGTH OF WS-SUS-HEAD
              MOVE R-INPUT(LENGTH OF WS-SUS-HEAD + 1:WS-RJN-LEN)
                   TO WS-RJN-DATA(1:WS-RJN-LEN)
              MOVE SPACES TO R-INPUT
              MOVE WS-RJN-DATA(1:WS-RJN-LEN) TO R-INPUT(1:WS-RJN-LEN)
              MOVE WS-RJN-LEN TO WS-INPUT-LEN
              PERFORM 4710-SPLIT-RECORD
              IF WS-SUS-FAILS = 0
                 ADD 1 TO WS-RJN-FIXED
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       4830-COPY-CLEAN-RECORD.
           READ F-CLEAN
              AT END
                 SET FS-CLEAN-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RJN-CLEAN-IN
                 MOVE SPACES TO R-OUTPUT
                 IF WS-CLEAN-LEN > 0
                    MOVE R-CLEAN(1:WS-CLEAN-LEN) TO R-OUTPUT
                 END-IF
                 PERFORM 2950-WRITE-OUTPUT-LINE
                 ADD 1 TO WS-SUS-CLEAN
                 INITIALIZE R-OUTPUT
                 IF WS-KEY-RULED
                    PERFORM 4835-NOTE-CLEAN-KEY
                 END-IF
           END-READ.
           EXIT.

      *-----------------------------------------------------------------
      * the key of a clean record just copied, gathered from its KEY
      * fields as 4545 does, becomes the key the next record must
      * climb over ; a clean record that does not climb over the key
      * before it - a repaired record placed just ahead - breaks the
      * sequence of the rejoined file and grades the job ERROR
       4835-NOTE-CLEAN-KEY.
           MOVE SPACES TO WS-KEY-CUR
           MOVE 1 TO WS-KEY-PTR
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
              UNTIL WS-RUL-IDX > WS-RUL-COUNT
              IF WS-RUL-TYPE(WS-RUL-IDX) = "KY"
                 AND WS-RUL-FIELD(WS-RUL-IDX) >= 1
                 AND WS-RUL-FIELD(WS-RUL-IDX) <= WS-CPY-COUNT
                 MOVE WS-RUL-FIELD(WS-RUL-IDX) TO WS-VAL-FIELD-IDX
                 IF WS-CPY-OFFSET(WS-VAL-FIELD-IDX)
                    + WS-CPY-LEN(WS-VAL-FIELD-IDX) - 1
                    <= WS-CLEAN-LEN
                    MOVE WS-CPY-LEN(WS-VAL-FIELD-IDX) TO WS-RUL-K
                    IF WS-KEY-PTR + WS-RUL-K - 1 > 200
                       COMPUTE WS-RUL-K = 200 - WS-KEY-PTR + 1
                    END-IF
                    IF WS-RUL-K > 0
                       MOVE R-CLEAN(WS-CPY-OFFSET(WS-VAL-FIELD-IDX):
                                    WS-RUL-K)
                            TO WS-KEY-CUR(WS-KEY-PTR:WS-RUL-K)
                       ADD WS-RUL-K TO WS-KEY-PTR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WS-KEY-FIRST-REC
              AND WS-KEY-CUR NOT > WS-KEY-PREV
              DISPLAY "ERREUR : CLE HORS SEQUENCE FICHIER PROPRE"
                      SPACE "ENREGISTREMENT" SPACE WS-RJN-CLEAN-IN
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF
           MOVE WS-KEY-CUR TO WS-KEY-PREV
           MOVE "N" TO WS-KEY-FIRST-SW.
           EXIT.

      ******************************************************************
      * compare job : old copybook in WS-INPUT-FILE, new copybook in
      * WS-MAN-RULER ; writes a difference report to WS-OUTPUT-FILE
      * with adds, removals, PIC type and length changes, then the
      * start-offset shift of every field past the first difference -
      * the part that tells us which downstream reads are at risk
      ******************************************************************
       5000-COMPARE-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN
           MOVE SPACES TO WS-LOG-STATUS
           PERFORM 5100-LOAD-OLD-COPYBOOK
           PERFORM 4100-LOAD-COPYBOOK
           IF WS-LOG-STATUS = SPACES
              OPEN OUTPUT F-OUTPUT
              IF FS-OUTPUT-OK
                 MOVE SPACES TO R-OUTPUT
                 STRING "* COMPARE OLD=" DELIMITED BY SIZE,
                        WS-MAN-INPUT DELIMITED BY SPACE,
                        " NEW=" DELIMITED BY SIZE,
                        WS-MAN-RULER DELIMITED BY SPACE
                        INTO R-OUTPUT
                 PERFORM 2950-WRITE-OUTPUT-LINE
                 PERFORM 5200-COMPARE-FIELDS
                 PERFORM 5300-REPORT-SHIFTS
                 MOVE SPACES TO R-OUTPUT
                 STRING "* TOTAL LENGTH OLD=" DELIMITED BY SIZE,
                        WS-OLD-TOTAL-LEN DELIMITED BY SIZE,
                        " NEW=" DELIMITED BY SIZE,
                        WS-CPY-TOTAL-LEN DELIMITED BY SIZE
                        INTO R-OUTPUT
                 PERFORM 2950-WRITE-OUTPUT-LINE
                 INITIALIZE R-OUTPUT
                 CLOSE F-OUTPUT
              ELSE
                 MOVE FS-OUTPUT TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
              IF WS-LOG-STATUS = SPACES
                 MOVE "00" TO WS-LOG-STATUS
              END-IF
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * builds the old-copybook field map from the copybook named on
      * the input slot of the manifest card ; the shared loader reads
      * through F-RULER, so the ruler name is set aside, the loader
      * run against the input member, and its map copied into the
      * old-side table
       5100-LOAD-OLD-COPYBOOK.
           MOVE 0 TO WS-OLD-COUNT WS-OLD-TOTAL-LEN
           MOVE WS-RULER-FILE TO WS-OLD-RULER-SAVE
           MOVE WS-MAN-INPUT TO WS-RULER-FILE
           PERFORM 4100-LOAD-COPYBOOK
           MOVE WS-CPY-COUNT TO WS-OLD-COUNT
           MOVE WS-CPY-TOTAL-LEN TO WS-OLD-TOTAL-LEN
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-OLD-COUNT
              MOVE WS-CPY-OFFSET(WS-CMP-IDX)
                   TO WS-OLD-OFFSET(WS-CMP-IDX)
              MOVE WS-CPY-LEN(WS-CMP-IDX) TO WS-OLD-LEN(WS-CMP-IDX)
           EXIT.

      ******************************************************************
      * delta job : today's extract in WS-INPUT-FILE is matched with
      * yesterday's, named on the DDL slot, both laid out by the
      * copybook on the ruler slot and both in ascending order of the
      * KEY fields of the rules file on the names slot ; the report in
      * WS-OUTPUT-FILE lists every key added and deleted, and every
      * record whose fields moved with each changed field's name,
      * offset, old and new value ; the inserts and updates alone are
      * written to the delta file, the output name plus ".DLT", for
      * the warehouse to apply as a change set ; an extract found out
      * of key order stops the match, because a delta cut from an
      * unsorted file would be wrong from that point on
      ******************************************************************
       5700-DELTA-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN WS-RECNO
                     WS-DLT-ORECNO WS-DLT-ADDED WS-DLT-DELETED
                     WS-DLT-CHANGED WS-DLT-SAME
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO FS-PRIOR
           MOVE SPACES TO WS-LOG-STATUS
           PERFORM 4100-LOAD-COPYBOOK
           MOVE 0 TO WS-RUL-COUNT
           MOVE "N" TO WS-KEY-SW
           IF WS-MAN-NAMES NOT = SPACES
              PERFORM 4300-LOAD-RULES
           END-IF
           IF WS-LOG-STATUS = SPACES AND WS-CPY-COUNT = 0
              DISPLAY "ERREUR : COPYBOOK SANS CLAUSE PIC"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS = SPACES AND NOT WS-KEY-RULED
              DISPLAY "ERREUR : AUCUN CHAMP KEY DANS LES REGLES"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS = SPACES AND WS-MAN-DDL = SPACES
              DISPLAY "ERREUR : EXTRAIT PRECEDENT MANQUANT"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS NOT = SPACES
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           ELSE
              PERFORM 5810-BUILD-EXPORT-NAMES
              MOVE WS-MAN-DDL TO WS-PRIOR-FILE
              MOVE SPACES TO WS-DELTA-FILE
              STRING WS-MAN-OUTPUT DELIMITED BY SPACE,
                     ".DLT" DELIMITED BY SIZE
                     INTO WS-DELTA-FILE
              OPEN INPUT F-PRIOR
              IF FS-PRIOR-OK
                 OPEN INPUT F-INPUT
                 IF FS-INPUT-OK
                    OPEN OUTPUT F-OUTPUT
                    IF FS-OUTPUT-OK
                       MOVE SPACES TO FS-DELTA
                       OPEN OUTPUT F-DELTA
                       IF FS-DELTA-OK
                          PERFORM 5710-RUN-MATCH
                          CLOSE F-DELTA
                       ELSE
                          DISPLAY "ERREUR DELTA :" SPACE FS-DELTA
                          MOVE FS-DELTA TO WS-LOG-STATUS
                          MOVE 8 TO WS-NEW-SEVERITY
                          PERFORM 8100-RAISE-SEVERITY
                       END-IF
                       CLOSE F-OUTPUT
                    ELSE
                       MOVE FS-OUTPUT TO WS-LOG-STATUS
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 8100-RAISE-SEVERITY
                    END-IF
                    CLOSE F-INPUT
                 ELSE
                    DISPLAY "ERREUR :" SPACE FS-INPUT
                    MOVE FS-INPUT TO WS-LOG-STATUS
                    MOVE 8 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
                 CLOSE F-PRIOR
              ELSE
                 DISPLAY "ERREUR EXTRAIT PRECEDENT :" SPACE FS-PRIOR
                 MOVE FS-PRIOR TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * the balanced-line match : the lower key of the two held
      * records is the one with no partner - deleted when it is
      * yesterday's, added when it is today's - and equal keys are
      * compared field by field ; the totals close the report
       5710-RUN-MATCH.
           MOVE "N" TO WS-DLT-OEOF-SW
           MOVE "N" TO WS-DLT-NEOF-SW
           MOVE LOW-VALUES TO WS-DLT-OPREV WS-DLT-NPREV
           PERFORM 5720-READ-PRIOR
           PERFORM 5730-READ-CURRENT
           PERFORM UNTIL WS-DLT-OLD-DONE AND WS-DLT-NEW-DONE
              EVALUATE TRUE
                 WHEN WS-DLT-OLD-DONE
                    PERFORM 5750-REPORT-ADDED
                    PERFORM 5730-READ-CURRENT
                 WHEN WS-DLT-NEW-DONE
                    PERFORM 5760-REPORT-DELETED
                    PERFORM 5720-READ-PRIOR
                 WHEN WS-DLT-OKEY < WS-DLT-NKEY
                    PERFORM 5760-REPORT-DELETED
                    PERFORM 5720-READ-PRIOR
                 WHEN WS-DLT-OKEY > WS-DLT-NKEY
                    PERFORM 5750-REPORT-ADDED
                    PERFORM 5730-READ-CURRENT
                 WHEN OTHER
                    PERFORM 5770-COMPARE-RECORDS
                    PERFORM 5720-READ-PRIOR
                    PERFORM 5730-READ-CURRENT
              END-EVALUATE
           END-PERFORM
           MOVE WS-DLT-ADDED   TO WS-DLT-T-ADDED
           MOVE WS-DLT-DELETED TO WS-DLT-T-DELETED
           MOVE WS-DLT-CHANGED TO WS-DLT-T-CHANGED
           MOVE WS-DLT-SAME    TO WS-DLT-T-SAME
           MOVE SPACES TO R-OUTPUT
           MOVE WS-DLT-TOT-LINE TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT
           DISPLAY WS-DLT-TOT-LINE
           IF WS-LOG-STATUS = SPACES
              MOVE "00" TO WS-LOG-STATUS
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the next record of yesterday's extract and its key ; a key
      * that does not climb ends the match
       5720-READ-PRIOR.
           IF NOT WS-DLT-OLD-DONE
              READ F-PRIOR
                 AT END
                    SET WS-DLT-OLD-DONE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-DLT-ORECNO
                    IF WS-PRIOR-LEN < LENGTH OF R-PRIOR
                       MOVE SPACES TO R-PRIOR(WS-PRIOR-LEN + 1:)
                    END-IF
                    PERFORM 5740-BUILD-KEYS
                    IF WS-DLT-OKEY NOT > WS-DLT-OPREV
                       MOVE WS-DLT-ORECNO TO WS-DLT-R-RECNO
                       MOVE WS-PRIOR-FILE TO WS-DLT-R-KEY
                       PERFORM 5790-SEQUENCE-BREAK
                    END-IF
                    MOVE WS-DLT-OKEY TO WS-DLT-OPREV
              END-READ
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       5730-READ-CURRENT.
           IF NOT WS-DLT-NEW-DONE
              READ F-INPUT
                 AT END
                    SET WS-DLT-NEW-DONE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECNO
                    ADD 1 TO WS-LINES-READ
                    PERFORM 1230-PAD-INPUT-TAIL
                    PERFORM 5740-BUILD-KEYS
                    IF WS-DLT-NKEY NOT > WS-DLT-NPREV
                       MOVE WS-RECNO TO WS-DLT-R-RECNO
                       MOVE WS-INPUT-FILE TO WS-DLT-R-KEY
                       PERFORM 5790-SEQUENCE-BREAK
                    END-IF
                    MOVE WS-DLT-NKEY TO WS-DLT-NPREV
              END-READ
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the KEY fields of the rules, in rule order, strung into the
      * composite key of both held records - the same bytes the
      * validate key check climbs on - clipped to the key buffer
       5740-BUILD-KEYS.
           MOVE SPACES TO WS-DLT-OKEY WS-DLT-NKEY
           MOVE 1 TO WS-KEY-PTR
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
              UNTIL WS-RUL-IDX > WS-RUL-COUNT
              IF WS-RUL-TYPE(WS-RUL-IDX) = "KY"
                 AND WS-RUL-FIELD(WS-RUL-IDX) >= 1
                 AND WS-RUL-FIELD(WS-RUL-IDX) <= WS-CPY-COUNT
                 MOVE WS-RUL-FIELD(WS-RUL-IDX) TO WS-DLT-IDX
                 MOVE WS-CPY-LEN(WS-DLT-IDX) TO WS-RUL-K
                 IF WS-KEY-PTR + WS-RUL-K - 1 > 200
                    COMPUTE WS-RUL-K = 200 - WS-KEY-PTR + 1
                 END-IF
                 IF WS-RUL-K > 0
                    MOVE R-PRIOR(WS-CPY-OFFSET(WS-DLT-IDX):WS-RUL-K)
                         TO WS-DLT-OKEY(WS-KEY-PTR:WS-RUL-K)
                    MOVE R-INPUT(WS-CPY-OFFSET(WS-DLT-IDX):WS-RUL-K)
                         TO WS-DLT-NKEY(WS-KEY-PTR:WS-RUL-K)
                    ADD WS-RUL-K TO WS-KEY-PTR
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE WS-DLT-KEY-LEN = WS-KEY-PTR - 1
           IF WS-DLT-KEY-LEN > 60
              MOVE 60 TO WS-DLT-KEY-LEN
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a key of today's extract with no partner yesterday : reported
      * and written to the change set as an insert
       5750-REPORT-ADDED.
           ADD 1 TO WS-DLT-ADDED
           MOVE "ADDED" TO WS-DLT-R-KIND
           MOVE WS-RECNO TO WS-DLT-R-RECNO
           MOVE SPACES TO WS-DLT-R-KEY
           IF WS-DLT-KEY-LEN > 0
              MOVE WS-DLT-NKEY(1:WS-DLT-KEY-LEN) TO WS-DLT-R-KEY
           END-IF
           MOVE SPACES TO R-OUTPUT
           MOVE WS-DLT-REC-LINE TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT
           MOVE "I" TO DLT-ACTION
           PERFORM 5780-WRITE-DELTA.
           EXIT.

      *-----------------------------------------------------------------
      * a key of yesterday's extract gone today : reported only - the
      * change set carries inserts and updates
       5760-REPORT-DELETED.
           ADD 1 TO WS-DLT-DELETED
           MOVE "DELETED" TO WS-DLT-R-KIND
           MOVE WS-DLT-ORECNO TO WS-DLT-R-RECNO
           MOVE SPACES TO WS-DLT-R-KEY
           IF WS-DLT-KEY-LEN > 0
              MOVE WS-DLT-OKEY(1:WS-DLT-KEY-LEN) TO WS-DLT-R-KEY
           END-IF
           MOVE SPACES TO R-OUTPUT
           MOVE WS-DLT-REC-LINE TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT.
           EXIT.

      *-----------------------------------------------------------------
      * the same key on both sides : every field of the map is
      * compared, the first difference brings the CHANGED line, each
      * difference its own FIELD line - named as export names its
      * column, "-n" on an occurrence - and a changed record is
      * written to the change set as an update
       5770-COMPARE-RECORDS.
           MOVE 0 TO WS-DLT-DIFFS
           PERFORM VARYING WS-DLT-IDX FROM 1 BY 1
              UNTIL WS-DLT-IDX > WS-CPY-COUNT
              IF R-PRIOR(WS-CPY-OFFSET(WS-DLT-IDX):
                         WS-CPY-LEN(WS-DLT-IDX))
                 NOT = R-INPUT(WS-CPY-OFFSET(WS-DLT-IDX):
                               WS-CPY-LEN(WS-DLT-IDX))
                 IF WS-DLT-DIFFS = 0
                    ADD 1 TO WS-DLT-CHANGED
                    MOVE "CHANGED" TO WS-DLT-R-KIND
                    MOVE WS-RECNO TO WS-DLT-R-RECNO
                    MOVE SPACES TO WS-DLT-R-KEY
                    IF WS-DLT-KEY-LEN > 0
                       MOVE WS-DLT-NKEY(1:WS-DLT-KEY-LEN)
                            TO WS-DLT-R-KEY
                    END-IF
                    MOVE SPACES TO R-OUTPUT
                    MOVE WS-DLT-REC-LINE TO R-OUTPUT
                    PERFORM 2950-WRITE-OUTPUT-LINE
                    INITIALIZE R-OUTPUT
                 END-IF
                 ADD 1 TO WS-DLT-DIFFS
                 IF WS-EXP-SKIP-SW(WS-DLT-IDX) = "Y"
                    MOVE WS-CPY-NAME(WS-DLT-IDX) TO WS-DLT-F-NAME
                 ELSE
                    MOVE WS-EXP-NAME(WS-DLT-IDX) TO WS-DLT-F-NAME
                 END-IF
                 MOVE WS-CPY-OFFSET(WS-DLT-IDX) TO WS-DLT-F-OFF
                 MOVE WS-CPY-LEN(WS-DLT-IDX) TO WS-DLT-VLEN
                 IF WS-DLT-VLEN > 60
                    MOVE 60 TO WS-DLT-VLEN
                 END-IF
                 MOVE SPACES TO WS-DLT-F-OLD WS-DLT-F-NEW
                 MOVE R-PRIOR(WS-CPY-OFFSET(WS-DLT-IDX):WS-DLT-VLEN)
                      TO WS-DLT-F-OLD
                 MOVE R-INPUT(WS-CPY-OFFSET(WS-DLT-IDX):WS-DLT-VLEN)
                      TO WS-DLT-F-NEW
                 MOVE SPACES TO R-OUTPUT
                 MOVE WS-DLT-FLD-LINE TO R-OUTPUT
                 PERFORM 2950-WRITE-OUTPUT-LINE
                 INITIALIZE R-OUTPUT
              END-IF
           END-PERFORM
           IF WS-DLT-DIFFS = 0
              ADD 1 TO WS-DLT-SAME
           ELSE
              MOVE "U" TO DLT-ACTION
              PERFORM 5780-WRITE-DELTA
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * today's record behind its action code ; the image is cut at
      * the copybook length, or the record's own when that is longer
       5780-WRITE-DELTA.
           MOVE SPACES TO DLT-RECORD
           MOVE WS-INPUT-LEN TO WS-DLT-VLEN
           IF WS-CPY-TOTAL-LEN > WS-DLT-VLEN
              MOVE WS-CPY-TOTAL-LEN TO WS-DLT-VLEN
           END-IF
           IF WS-DLT-VLEN > LENGTH OF DLT-RECORD
              MOVE LENGTH OF DLT-RECORD TO WS-DLT-VLEN
           END-IF
           IF WS-DLT-VLEN > 0
              MOVE R-INPUT(1:WS-DLT-VLEN) TO DLT-RECORD
           END-IF
           WRITE R-DELTA
           IF NOT FS-DELTA-OK
              IF WS-LOG-STATUS = SPACES
                 MOVE FS-DELTA TO WS-LOG-STATUS
              END-IF
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a key that did not climb : the file and record are named in
      * the report and on the screen, the match stops and the job is
      * graded ERROR
       5790-SEQUENCE-BREAK.
           DISPLAY "ERREUR : CLE NON CROISSANTE" SPACE
                   WS-DLT-R-KEY(1:30) SPACE WS-DLT-R-RECNO
           MOVE "SEQ" TO WS-DLT-R-KIND
           MOVE SPACES TO R-OUTPUT
           STRING "* SEQUENCE BREAK FILE=" DELIMITED BY SIZE,
                  WS-DLT-R-KEY DELIMITED BY SPACE,
                  " REC=" DELIMITED BY SIZE,
                  WS-DLT-R-RECNO DELIMITED BY SIZE
                  INTO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT
           SET WS-DLT-OLD-DONE TO TRUE
           SET WS-DLT-NEW-DONE TO TRUE
           MOVE "SQ" TO WS-LOG-STATUS
           MOVE 8 TO WS-NEW-SEVERITY
           PERFORM 8100-RAISE-SEVERITY.
           EXIT.

      ******************************************************************
      * export job : the extract in WS-INPUT-FILE is read through the
      * copybook on the ruler slot - fixed LRECL and EBCDIC cards
      * included - and written to WS-OUTPUT-FILE for readers who have
      * no copybook : delimited with a header row of field names,
      * the separator taken from the DELIM column (";" when blank),
      * or one JSON object per record when that column holds "J" ;
      * amounts come out signed and pointed per their picture, text
      * without its trailing blanks ; the log counts exported records
      ******************************************************************
       5800-EXPORT-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN WS-RECNO
                     WS-EXP-LONG-COUNT WS-EXP-BAD-NUM
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO WS-LOG-STATUS
           MOVE "N" TO WS-EXP-JSON-SW
           EVALUATE WS-MAN-DELIM
              WHEN SPACE
                 MOVE ";" TO WS-EXP-SEP
              WHEN "J"
              WHEN "j"
                 SET WS-EXP-JSON TO TRUE
                 MOVE "," TO WS-EXP-SEP
              WHEN OTHER
                 MOVE WS-MAN-DELIM TO WS-EXP-SEP
           END-EVALUATE
           PERFORM 4100-LOAD-COPYBOOK
           IF WS-LOG-STATUS = SPACES AND WS-CPY-COUNT = 0
              DISPLAY "ERREUR : COPYBOOK SANS CLAUSE PIC"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS = SPACES
              PERFORM 5810-BUILD-EXPORT-NAMES
              IF WS-EXP-COLS = 0
                 DISPLAY "ERREUR : AUCUN CHAMP A EXPORTER"
                 MOVE "NC" TO WS-LOG-STATUS
              END-IF
           END-IF
           IF WS-LOG-STATUS NOT = SPACES
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           ELSE
              PERFORM 1430-RESOLVE-LRECL
              PERFORM 1410-OPEN-INPUT
              IF FS-INPUT-OK
                 OPEN OUTPUT F-OUTPUT
                 IF FS-OUTPUT-OK
                    IF NOT WS-EXP-JSON
                       PERFORM 5820-WRITE-EXPORT-HEADER
                    END-IF
                    MOVE 0 TO WS-LINES-WRITTEN
                    PERFORM UNTIL FS-INPUT-EOF
                       PERFORM 1400-READ-INPUT-RECORD
                       IF NOT FS-INPUT-EOF
                          ADD 1 TO WS-RECNO
                          ADD 1 TO WS-LINES-READ
                          PERFORM 1230-PAD-INPUT-TAIL
                          PERFORM 5830-EXPORT-RECORD
                       END-IF
                    END-PERFORM
                    PERFORM 5890-EXPORT-TOTALS
                    CLOSE F-OUTPUT
                 ELSE
                    MOVE FS-OUTPUT TO WS-LOG-STATUS
                    MOVE 8 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
                 PERFORM 1420-CLOSE-INPUT
              ELSE
                 DISPLAY "ERREUR :" SPACE FS-INPUT
                 MOVE FS-INPUT TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * the column names : the copybook name of each field, FIELD-nnnn
      * for an unnamed one, "-n" added when the name repeats
       5810-BUILD-EXPORT-NAMES.
           MOVE 0 TO WS-EXP-COLS
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > WS-CPY-COUNT
              MOVE SPACES TO WS-EXP-NAME(WS-EXP-IDX)
              MOVE "N" TO WS-EXP-SKIP-SW(WS-EXP-IDX)
              EVALUATE WS-CPY-NAME(WS-EXP-IDX)
                 WHEN "FILLER"
                    MOVE "Y" TO WS-EXP-SKIP-SW(WS-EXP-IDX)
                 WHEN SPACES
                    MOVE WS-EXP-IDX TO WS-TRIM-NUM
                    PERFORM 2450-TRIM-NUMBER
                    STRING "FIELD-" DELIMITED BY SIZE,
                           WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                           DELIMITED BY SIZE
                           INTO WS-EXP-NAME(WS-EXP-IDX)
                 WHEN OTHER
                    MOVE 0 TO WS-EXP-SEEN WS-EXP-TOTAL
                    PERFORM VARYING WS-EXP-J FROM 1 BY 1
                       UNTIL WS-EXP-J > WS-CPY-COUNT
                       IF WS-CPY-NAME(WS-EXP-J)
                          = WS-CPY-NAME(WS-EXP-IDX)
                          ADD 1 TO WS-EXP-TOTAL
                          IF WS-EXP-J <= WS-EXP-IDX
                             ADD 1 TO WS-EXP-SEEN
                          END-IF
                       END-IF
                    END-PERFORM
                    IF WS-EXP-TOTAL > 1
                       MOVE WS-EXP-SEEN TO WS-TRIM-NUM
                       PERFORM 2450-TRIM-NUMBER
                       STRING WS-CPY-NAME(WS-EXP-IDX)
                              DELIMITED BY SPACE,
                              "-" DELIMITED BY SIZE,
                              WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                              DELIMITED BY SIZE
                              INTO WS-EXP-NAME(WS-EXP-IDX)
                    ELSE
                       MOVE WS-CPY-NAME(WS-EXP-IDX)
                            TO WS-EXP-NAME(WS-EXP-IDX)
                    END-IF
              END-EVALUATE
              IF WS-EXP-SKIP-SW(WS-EXP-IDX) = "N"
                 ADD 1 TO WS-EXP-COLS
                 MOVE 0 TO WS-EXP-NAME-LEN(WS-EXP-IDX)
                 INSPECT WS-EXP-NAME(WS-EXP-IDX)
                    TALLYING WS-EXP-NAME-LEN(WS-EXP-IDX)
                    FOR CHARACTERS BEFORE INITIAL SPACE
              END-IF
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
       5820-WRITE-EXPORT-HEADER.
           MOVE 1 TO WS-EXP-PTR
           MOVE "N" TO WS-EXP-LONG-SW
           SET WS-EXP-FIRST TO TRUE
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > WS-CPY-COUNT
              IF WS-EXP-SKIP-SW(WS-EXP-IDX) = "N"
                 IF NOT WS-EXP-FIRST
                    STRING WS-EXP-SEP DELIMITED BY SIZE
                           INTO WS-EXP-LINE
                           WITH POINTER WS-EXP-PTR
                           ON OVERFLOW SET WS-EXP-LONG TO TRUE
                    END-STRING
                 END-IF
                 MOVE "N" TO WS-EXP-FIRST-SW
                 STRING WS-EXP-NAME(WS-EXP-IDX)
                        (1:WS-EXP-NAME-LEN(WS-EXP-IDX))
                        DELIMITED BY SIZE
                        INTO WS-EXP-LINE
                        WITH POINTER WS-EXP-PTR
                        ON OVERFLOW SET WS-EXP-LONG TO TRUE
                 END-STRING
              END-IF
           END-PERFORM
           PERFORM 5880-WRITE-EXPORT-LINE.
           EXIT.

      *-----------------------------------------------------------------
      * one record, field after field, into one line
       5830-EXPORT-RECORD.
           MOVE 1 TO WS-EXP-PTR
           MOVE "N" TO WS-EXP-LONG-SW
           SET WS-EXP-FIRST TO TRUE
           IF WS-EXP-JSON
              STRING "{" DELIMITED BY SIZE
                     INTO WS-EXP-LINE
                     WITH POINTER WS-EXP-PTR
              END-STRING
           END-IF
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > WS-CPY-COUNT
              IF WS-EXP-SKIP-SW(WS-EXP-IDX) = "N"
                 PERFORM 5840-EXPORT-FIELD
              END-IF
           END-PERFORM
           IF WS-EXP-JSON
              STRING "}" DELIMITED BY SIZE
                     INTO WS-EXP-LINE
                     WITH POINTER WS-EXP-PTR
                     ON OVERFLOW SET WS-EXP-LONG TO TRUE
              END-STRING
           END-IF
           PERFORM 5880-WRITE-EXPORT-LINE.
           EXIT.

      *-----------------------------------------------------------------
      * one field : the separator, the JSON name, then the value - a
      * number edited from the decoded field, text through 5860 ; a
      * numeric field that is blank or does not decode comes out
      * empty, or null in JSON, and is counted
       5840-EXPORT-FIELD.
           IF NOT WS-EXP-FIRST
              STRING WS-EXP-SEP DELIMITED BY SIZE
                     INTO WS-EXP-LINE
                     WITH POINTER WS-EXP-PTR
                     ON OVERFLOW SET WS-EXP-LONG TO TRUE
              END-STRING
           END-IF
           MOVE "N" TO WS-EXP-FIRST-SW
           IF WS-EXP-JSON
              STRING QUOTE DELIMITED BY SIZE,
                     WS-EXP-NAME(WS-EXP-IDX)
                     (1:WS-EXP-NAME-LEN(WS-EXP-IDX))
                     DELIMITED BY SIZE,
                     QUOTE DELIMITED BY SIZE,
                     ":" DELIMITED BY SIZE
                     INTO WS-EXP-LINE
                     WITH POINTER WS-EXP-PTR
                     ON OVERFLOW SET WS-EXP-LONG TO TRUE
              END-STRING
           END-IF
           IF WS-CPY-TYPE(WS-EXP-IDX) = "9"
              MOVE "N" TO WS-PN-OK-SW
              MOVE WS-EXP-IDX TO WS-VAL-FIELD-IDX
              PERFORM 4210-STRIP-FIELD
              IF WS-VAL-FIRST > 0
                 OR WS-CPY-USAGE(WS-EXP-IDX) = "P"
                 OR WS-CPY-USAGE(WS-EXP-IDX) = "B"
                 MOVE WS-EXP-IDX TO WS-DEC-IDX
                 PERFORM 6970-DECODE-UNSCALED
                 IF NOT WS-PN-OK
                    ADD 1 TO WS-EXP-BAD-NUM
                 END-IF
              END-IF
              IF WS-PN-OK
                 PERFORM 5850-EDIT-AMOUNT
              END-IF
              IF WS-PN-OK
                 STRING WS-EXP-NUM-TEXT(1:WS-EXP-NUM-LEN)
                        DELIMITED BY SIZE
                        INTO WS-EXP-LINE
                        WITH POINTER WS-EXP-PTR
                        ON OVERFLOW SET WS-EXP-LONG TO TRUE
                 END-STRING
              ELSE
                 IF WS-EXP-JSON
                    STRING "null" DELIMITED BY SIZE
                           INTO WS-EXP-LINE
                           WITH POINTER WS-EXP-PTR
                           ON OVERFLOW SET WS-EXP-LONG TO TRUE
                    END-STRING
                 END-IF
              END-IF
           ELSE
              PERFORM 5860-EXPORT-TEXT
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the decoded value as "-ddd.dd" : the unscaled integer laid
      * out in eighteen digits, leading zeros of the integer part
      * dropped down to one, the point before the last WS-CPY-DEC
      * digits ; every usage comes unscaled in WS-DEC-ACC, so each
      * digit the picture holds is placed as it stands
       5850-EDIT-AMOUNT.
           IF WS-CPY-DEC(WS-EXP-IDX) > 17
              MOVE "N" TO WS-PN-OK-SW
              ADD 1 TO WS-EXP-BAD-NUM
           END-IF
           IF WS-PN-OK
              MOVE SPACES TO WS-EXP-NUM-TEXT
              MOVE 0 TO WS-EXP-NUM-LEN
              IF WS-DEC-ACC < 0
                 MOVE "-" TO WS-EXP-NUM-TEXT(1:1)
                 MOVE 1 TO WS-EXP-NUM-LEN
              END-IF
              MOVE WS-DEC-ACC TO WS-EXP-DIGITS
              COMPUTE WS-EXP-INT-END = 18 - WS-CPY-DEC(WS-EXP-IDX)
              MOVE 1 TO WS-EXP-D
              PERFORM UNTIL WS-EXP-D >= WS-EXP-INT-END
                 OR WS-EXP-DIGITS-X(WS-EXP-D:1) NOT = "0"
                 ADD 1 TO WS-EXP-D
              END-PERFORM
              PERFORM UNTIL WS-EXP-D > WS-EXP-INT-END
                 ADD 1 TO WS-EXP-NUM-LEN
                 MOVE WS-EXP-DIGITS-X(WS-EXP-D:1)
                      TO WS-EXP-NUM-TEXT(WS-EXP-NUM-LEN:1)
                 ADD 1 TO WS-EXP-D
              END-PERFORM
              IF WS-CPY-DEC(WS-EXP-IDX) > 0
                 ADD 1 TO WS-EXP-NUM-LEN
                 MOVE "." TO WS-EXP-NUM-TEXT(WS-EXP-NUM-LEN:1)
                 MOVE WS-EXP-DIGITS-X(WS-EXP-INT-END + 1:
                                      WS-CPY-DEC(WS-EXP-IDX))
                      TO WS-EXP-NUM-TEXT(WS-EXP-NUM-LEN + 1:
                                         WS-CPY-DEC(WS-EXP-IDX))
                 ADD WS-CPY-DEC(WS-EXP-IDX) TO WS-EXP-NUM-LEN
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a text field without its trailing blanks ; in a delimited
      * file a value holding the separator or a quote is quoted with
      * its quotes doubled, in JSON it is always quoted with quote
      * and backslash escaped and control bytes turned to blanks
       5860-EXPORT-TEXT.
           MOVE WS-EXP-IDX TO WS-VAL-FIELD-IDX
           PERFORM 4210-STRIP-FIELD
           MOVE 0 TO WS-EXP-VLEN
           IF WS-VAL-LAST > 0
              COMPUTE WS-EXP-VLEN
                 = WS-VAL-LAST - WS-CPY-OFFSET(WS-EXP-IDX) + 1
              MOVE R-INPUT(WS-CPY-OFFSET(WS-EXP-IDX):WS-EXP-VLEN)
                   TO WS-EXP-VAL(1:WS-EXP-VLEN)
           END-IF
           MOVE 0 TO WS-EXP-TALLY
           IF WS-EXP-VLEN > 0
              IF WS-EXP-JSON
                 INSPECT WS-EXP-VAL(1:WS-EXP-VLEN)
                    CONVERTING WS-EXP-CTL TO WS-EXP-CTL-TO
                 INSPECT WS-EXP-VAL(1:WS-EXP-VLEN)
                    TALLYING WS-EXP-TALLY FOR ALL QUOTE ALL "\"
              ELSE
                 INSPECT WS-EXP-VAL(1:WS-EXP-VLEN)
                    TALLYING WS-EXP-TALLY
                    FOR ALL QUOTE ALL WS-EXP-SEP
              END-IF
           END-IF
           IF WS-EXP-JSON OR WS-EXP-TALLY > 0
              STRING QUOTE DELIMITED BY SIZE
                     INTO WS-EXP-LINE
                     WITH POINTER WS-EXP-PTR
                     ON OVERFLOW SET WS-EXP-LONG TO TRUE
              END-STRING
           END-IF
           IF WS-EXP-TALLY > 0
              PERFORM VARYING WS-EXP-C FROM 1 BY 1
                 UNTIL WS-EXP-C > WS-EXP-VLEN
                 PERFORM 5870-EXPORT-CHAR
              END-PERFORM
           ELSE
              IF WS-EXP-VLEN > 0
                 STRING WS-EXP-VAL(1:WS-EXP-VLEN) DELIMITED BY SIZE
                        INTO WS-EXP-LINE
                        WITH POINTER WS-EXP-PTR
                        ON OVERFLOW SET WS-EXP-LONG TO TRUE
                 END-STRING
              END-IF
           END-IF
           IF WS-EXP-JSON OR WS-EXP-TALLY > 0
              STRING QUOTE DELIMITED BY SIZE
                     INTO WS-EXP-LINE
                     WITH POINTER WS-EXP-PTR
                     ON OVERFLOW SET WS-EXP-LONG TO TRUE
              END-STRING
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       5870-EXPORT-CHAR.
           IF WS-EXP-VAL(WS-EXP-C:1) = QUOTE
              IF WS-EXP-JSON
                 STRING "\" DELIMITED BY SIZE
                        INTO WS-EXP-LINE
                        WITH POINTER WS-EXP-PTR
                        ON OVERFLOW SET WS-EXP-LONG TO TRUE
                 END-STRING
              ELSE
                 STRING QUOTE DELIMITED BY SIZE
                        INTO WS-EXP-LINE
                        WITH POINTER WS-EXP-PTR
                        ON OVERFLOW SET WS-EXP-LONG TO TRUE
                 END-STRING
              END-IF
           END-IF
           IF WS-EXP-VAL(WS-EXP-C:1) = "\" AND WS-EXP-JSON
              STRING "\" DELIMITED BY SIZE
                     INTO WS-EXP-LINE
                     WITH POINTER WS-EXP-PTR
                     ON OVERFLOW SET WS-EXP-LONG TO TRUE
              END-STRING
           END-IF
           STRING WS-EXP-VAL(WS-EXP-C:1) DELIMITED BY SIZE
                  INTO WS-EXP-LINE
                  WITH POINTER WS-EXP-PTR
                  ON OVERFLOW SET WS-EXP-LONG TO TRUE
           END-STRING.
           EXIT.

      *-----------------------------------------------------------------
      * a line that did not fit the output record is written cut and
      * counted ; a cut JSON object is no object at all, so it grades
      * the job ERROR either way
       5880-WRITE-EXPORT-LINE.
           MOVE SPACES TO R-OUTPUT
           IF WS-EXP-PTR > 1
              MOVE WS-EXP-LINE(1:WS-EXP-PTR - 1) TO R-OUTPUT
           END-IF
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT
           IF WS-EXP-LONG
              ADD 1 TO WS-EXP-LONG-COUNT
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       5890-EXPORT-TOTALS.
           DISPLAY "EXPORTES :" SPACE WS-LINES-WRITTEN
           IF WS-EXP-LONG-COUNT > 0
              DISPLAY "ERREUR : LIGNES TRONQUEES" SPACE
                      WS-EXP-LONG-COUNT
              IF WS-LOG-STATUS = SPACES
                 MOVE "TL" TO WS-LOG-STATUS
              END-IF
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF
           IF WS-EXP-BAD-NUM > 0
              DISPLAY "ATTENTION : VALEURS NUMERIQUES INVALIDES" SPACE
                      WS-EXP-BAD-NUM
              MOVE 4 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF
           IF WS-LOG-STATUS = SPACES
              MOVE "00" TO WS-LOG-STATUS
           END-IF.
           EXIT.

      ******************************************************************
      * skeleton job : WS-MAN-INPUT carries a catalogued name and the
      * DDL slot its version (blank for the latest) ; the member on
      * the ruler slot - the catalogued one when left blank - is
      * read like a validate copybook, and WS-OUTPUT-FILE receives a
      * reader program for the extract : the file control entry, an
      * FD sized from CAT-LENGTH carrying the COPY of the member, a
      * read loop with the length and numeric checks validate
      * applies, a record counter and the end-of-job totals
      ******************************************************************
       5900-GENERATE-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO WS-LOG-STATUS
           MOVE "N" TO WS-GEN-FOUND-SW
           PERFORM 5910-TAKE-GEN-VERSION
           IF WS-LOG-STATUS = SPACES
              PERFORM 5920-FIND-GEN-VERSION
           END-IF
           IF WS-GEN-FOUND
              ADD 1 TO WS-LINES-READ
              PERFORM 5925-CHECK-GEN-VERSION
              PERFORM 4100-LOAD-COPYBOOK
              IF WS-CPY-COUNT > 0
                 IF WS-CPY-TOTAL-LEN NOT = WS-GEN-LENGTH
                    DISPLAY "ATTENTION : LONGUEUR COPYBOOK" SPACE
                            WS-CPY-TOTAL-LEN SPACE "CATALOGUE" SPACE
                            WS-GEN-LENGTH
                    MOVE 4 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
                 PERFORM 5930-GEN-NAMES
                 OPEN OUTPUT F-OUTPUT
                 IF FS-OUTPUT-OK
                    PERFORM 5940-GEN-HEADER
                    PERFORM 5950-GEN-DATA
                    PERFORM 5960-GEN-PROCEDURE
                    PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > WS-CPY-COUNT
                       PERFORM 5970-GEN-FIELD-CHECK
                    END-PERFORM
                    PERFORM 5980-GEN-TAIL
                    IF WS-LOG-STATUS = SPACES
                       MOVE "00" TO WS-LOG-STATUS
                    END-IF
                    MOVE 8 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
              ELSE
                 IF WS-LOG-STATUS = SPACES
                    DISPLAY "ERREUR : COPYBOOK SANS CLAUSE PIC"
                    MOVE "NC" TO WS-LOG-STATUS
                 END-IF
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           ELSE
              IF WS-LOG-STATUS = SPACES
                 MOVE "NC" TO WS-LOG-STATUS
              END-IF
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * the version on the DDL slot : one to four digits from the
      * first column, or blank for the latest version of the name ;
      * anything else refuses the card
       5910-TAKE-GEN-VERSION.
           MOVE 0 TO WS-GEN-VERSION
           MOVE 0 TO WS-NAME-LEN
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > 30
                 OR WS-MAN-DDL(WS-SCAN-IDX:1) = SPACE
              ADD 1 TO WS-NAME-LEN
           END-PERFORM
           IF WS-NAME-LEN > 0
              IF WS-NAME-LEN > 4
                 OR WS-MAN-DDL(1:WS-NAME-LEN) IS NOT NUMERIC
                 OR WS-MAN-DDL(WS-NAME-LEN + 1:) NOT = SPACES
                 DISPLAY "ERREUR : VERSION INVALIDE" SPACE WS-MAN-DDL
                 MOVE "NC" TO WS-LOG-STATUS
              ELSE
                 PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX > WS-NAME-LEN
                    MOVE WS-MAN-DDL(WS-SCAN-IDX:1) TO WS-DIGIT-CHAR
                    MOVE WS-DIGIT-CHAR TO WS-DIGIT-VAL
                    COMPUTE WS-GEN-VERSION
                          = WS-GEN-VERSION * 10 + WS-DIGIT-VAL
                 END-PERFORM
              END-IF
           END-IF
           IF WS-MAN-INPUT = SPACES
              DISPLAY "ERREUR : NOM DE LAYOUT ABSENT"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * reads the asked version by its key ; version zero first walks
      * the history of the name for its latest one, the way the
      * register step does
       5920-FIND-GEN-VERSION.
           MOVE SPACES TO FS-CATALOG
           OPEN INPUT F-CATALOG
           IF FS-CATALOG-OK
              IF WS-GEN-VERSION = 0
                 MOVE WS-MAN-INPUT TO WS-DDL-TABLE-NAME
                 PERFORM 9050-FIND-LATEST-VERSION
                 MOVE WS-CAT-LATEST TO WS-GEN-VERSION
              END-IF
              MOVE SPACES TO R-CATALOG
              MOVE WS-MAN-INPUT TO CAT-NAME
              MOVE WS-GEN-VERSION TO CAT-VERSION
              READ F-CATALOG RECORD KEY IS CAT-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-GEN-FOUND TO TRUE
                    MOVE R-CATALOG TO WS-GEN-CAT
              END-READ
              CLOSE F-CATALOG
              IF NOT WS-GEN-FOUND
                 DISPLAY "ERREUR : VERSION ABSENTE DU CATALOGUE" SPACE
                         WS-MAN-INPUT SPACE WS-GEN-VERSION
              END-IF
           ELSE
              DISPLAY "ERREUR CATALOGUE :" SPACE FS-CATALOG
              MOVE FS-CATALOG TO WS-LOG-STATUS
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a skeleton for a version nobody approved, or cut from another
      * member than the catalogued one, still comes out, with a
      * WARNING so the card's grade says so
       5925-CHECK-GEN-VERSION.
           IF WS-MAN-RULER = SPACES
              MOVE WS-GEN-MEMBER TO WS-RULER-FILE
           ELSE
              IF WS-MAN-RULER NOT = WS-GEN-MEMBER
                 DISPLAY "ATTENTION : MEMBRE" SPACE WS-MAN-RULER SPACE
                         "CATALOGUE" SPACE WS-GEN-MEMBER
                 MOVE 4 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF
           IF WS-GEN-STATUS NOT = "A"
              DISPLAY "ATTENTION : VERSION NON APPROUVEE" SPACE
                      WS-GEN-NAME SPACE "VERSION" SPACE
                      WS-GEN-CAT-VERSION SPACE "STATUT" SPACE
                      WS-GEN-STATUS
              MOVE 4 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the COPY takes the member's name without its directory and
      * extension, and the program is named after the output member
      * the same way
       5930-GEN-NAMES.
           MOVE WS-RULER-FILE TO WS-GEN-BASE-IN
           PERFORM 5935-TAKE-BASE-NAME
           MOVE WS-GEN-BASE TO WS-GEN-COPY-NAME
           MOVE WS-OUTPUT-FILE TO WS-GEN-BASE-IN
           PERFORM 5935-TAKE-BASE-NAME
           MOVE WS-GEN-BASE TO WS-GEN-PROG-NAME
           IF WS-GEN-PROG-NAME = SPACES
              MOVE "READER" TO WS-GEN-PROG-NAME
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       5935-TAKE-BASE-NAME.
           MOVE SPACES TO WS-GEN-BASE
           MOVE 1 TO WS-GEN-BASE-START
           MOVE 0 TO WS-GEN-BASE-END
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > 30
                 OR WS-GEN-BASE-IN(WS-GEN-IDX:1) = SPACE
              EVALUATE WS-GEN-BASE-IN(WS-GEN-IDX:1)
                 WHEN "/"
                    COMPUTE WS-GEN-BASE-START = WS-GEN-IDX + 1
                    MOVE 0 TO WS-GEN-BASE-END
                 WHEN "."
                    IF WS-GEN-BASE-END = 0
                       AND WS-GEN-IDX > WS-GEN-BASE-START
                       COMPUTE WS-GEN-BASE-END = WS-GEN-IDX - 1
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           IF WS-GEN-BASE-END = 0
              COMPUTE WS-GEN-BASE-END = WS-GEN-IDX - 1
           END-IF
           IF WS-GEN-BASE-END >= WS-GEN-BASE-START
              MOVE WS-GEN-BASE-IN(WS-GEN-BASE-START:
                   WS-GEN-BASE-END - WS-GEN-BASE-START + 1)
                   TO WS-GEN-BASE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * identification, environment and the FD : the record is the
      * COPY of the member, with a byte view beside it sized from the
      * catalog, which the checks address by offset the way validate
      * addresses the extract line
       5940-GEN-HEADER.
           MOVE WS-GEN-LENGTH TO WS-TRIM-NUM
           PERFORM 2450-TRIM-NUMBER
           MOVE WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                TO WS-GEN-LEN-TXT
           MOVE WS-TRIM-LEN TO WS-GEN-LEN-SIZE
           MOVE "IDENTIFICATION DIVISION." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           STRING "PROGRAM-ID. " DELIMITED BY SIZE,
                  WS-GEN-PROG-NAME DELIMITED BY SPACE,
                  "." DELIMITED BY SIZE
                  INTO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "AUTHOR.  CCCOP." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           MOVE "*" TO R-OUTPUT(7:1)
           STRING " reader skeleton for " DELIMITED BY SIZE,
                  WS-GEN-NAME DELIMITED BY SPACE,
                  " version " DELIMITED BY SIZE,
                  WS-GEN-CAT-VERSION DELIMITED BY SIZE
                  INTO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "*" TO R-OUTPUT(7:1)
           STRING " member " DELIMITED BY SIZE,
                  WS-RULER-FILE DELIMITED BY SPACE,
                  ", " DELIMITED BY SIZE,
                  WS-GEN-LEN-TXT(1:WS-GEN-LEN-SIZE) DELIMITED BY SIZE,
                  " bytes, catalogued " DELIMITED BY SIZE,
                  WS-GEN-DATE DELIMITED BY SIZE
                  INTO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "*" TO R-OUTPUT(7:1)
           MOVE " the length and numeric checks are those of cccop"
                TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "*" TO R-OUTPUT(7:1)
           MOVE " validate ; the work on each record goes in"
                TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "*" TO R-OUTPUT(7:1)
           MOVE " 3000-PROCESS-RECORD" TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           MOVE "ENVIRONMENT DIVISION." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "INPUT-OUTPUT SECTION." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "FILE-CONTROL." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "SELECT F-EXTRACT ASSIGN DYNAMIC RDR-EXTRACT-FILE"
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ORGANIZATION IS LINE SEQUENTIAL" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ACCESS MODE IS SEQUENTIAL" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "FILE STATUS IS FS-EXTRACT." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           MOVE "DATA DIVISION." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "FILE SECTION." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "FD  F-EXTRACT" TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           STRING "RECORD IS VARYING IN SIZE FROM 1 TO "
                  DELIMITED BY SIZE,
                  WS-GEN-LEN-TXT(1:WS-GEN-LEN-SIZE) DELIMITED BY SIZE,
                  " CHARACTERS" DELIMITED BY SIZE
                  INTO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "DEPENDING ON RDR-REC-LEN" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "RECORDING MODE IS V." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           STRING "COPY " DELIMITED BY SIZE,
                  WS-GEN-COPY-NAME DELIMITED BY SPACE,
                  "." DELIMITED BY SIZE
                  INTO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           STRING "01  RDR-RECORD PIC X(" DELIMITED BY SIZE,
                  WS-GEN-LEN-TXT(1:WS-GEN-LEN-SIZE) DELIMITED BY SIZE,
                  ")." DELIMITED BY SIZE
                  INTO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE.
           EXIT.

      *-----------------------------------------------------------------
      * working storage : the file status, the extract name - the
      * sample the layout was catalogued from, to be replaced - the
      * counters and the amount scan
       5950-GEN-DATA.
           PERFORM 5985-WRITE-GEN-BANNER
           MOVE "WORKING-STORAGE SECTION." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "01  FS-EXTRACT PIC X(02)." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "88 FS-EXTRACT-OK VALUE ""00""." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "88 FS-EXTRACT-LONG VALUE ""04"" ""06""."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "88 FS-EXTRACT-EOF VALUE ""10""." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "01  RDR-EXTRACT-FILE      PIC X(30)" TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           STRING "VALUE """ DELIMITED BY SIZE,
                  WS-GEN-SOURCE DELIMITED BY SPACE,
                  """." DELIMITED BY SIZE
                  INTO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "01  RDR-REC-LEN           PIC 9(05) VALUE 0."
                TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "01  RDR-SEVERITY          PIC 9(01) VALUE 0."
                TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "01  RDR-OPEN-SW           PIC X(01) VALUE ""N""."
                TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "88 RDR-OPEN VALUE ""Y""." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "01  RDR-COUNTS." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-RECORDS        PIC 9(09) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-LEN-ERRORS     PIC 9(09) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-NUM-ERRORS     PIC 9(09) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "01  RDR-SCAN." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-OFFSET         PIC 9(05) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-LEN            PIC 9(05) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-IDX            PIC 9(05) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-FIRST          PIC 9(05) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-LAST           PIC 9(05) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-INT            PIC 9(05) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-DEC            PIC 9(05) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-POINTS         PIC 9(01) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-SIGNS          PIC 9(01) VALUE 0."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "03 RDR-NUMERIC-SW     PIC X(01) VALUE ""Y""."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "88 RDR-NUMERIC VALUE ""Y""." TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE.
           EXIT.

      *-----------------------------------------------------------------
      * the fixed part of the procedure division, down to the head of
      * the record check the field checks are appended to
       5960-GEN-PROCEDURE.
           PERFORM 5985-WRITE-GEN-BANNER
           MOVE "PROCEDURE DIVISION." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "START-MAIN." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "PERFORM 0100-INITIALIZE." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "PERFORM 1000-READ-EXTRACT UNTIL FS-EXTRACT-EOF."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "PERFORM 0900-TERMINATE." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-MAIN." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE RDR-SEVERITY TO RETURN-CODE" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "STOP RUN." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           MOVE "0100-INITIALIZE." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "OPEN INPUT F-EXTRACT" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF FS-EXTRACT-OK" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "SET RDR-OPEN TO TRUE" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ELSE" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "DISPLAY ""ERREUR :"" SPACE RDR-EXTRACT-FILE SPACE"
                TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "FS-EXTRACT" TO R-OUTPUT(23:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE 8 TO RDR-SEVERITY" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "SET FS-EXTRACT-EOF TO TRUE" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "EXIT." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5995-WRITE-GEN-SEPARATOR
           MOVE "0900-TERMINATE." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF RDR-OPEN" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "CLOSE F-EXTRACT" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF RDR-LEN-ERRORS > 0 OR RDR-NUM-ERRORS > 0"
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE 8 TO RDR-SEVERITY" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "DISPLAY ""LUS                :"" SPACE RDR-RECORDS"
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "DISPLAY ""ERREURS LONGUEUR   :"" SPACE RDR-LEN-ERRORS"
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "DISPLAY ""ERREURS NUMERIQUES :"" SPACE RDR-NUM-ERRORS."
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "EXIT." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           MOVE "*" TO R-OUTPUT(7:1)
           MOVE " one record : checked, then handed to the work"
                TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           MOVE "1000-READ-EXTRACT." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "READ F-EXTRACT" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "AT END" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "SET FS-EXTRACT-EOF TO TRUE" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "NOT AT END" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ADD 1 TO RDR-RECORDS" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "PERFORM 2000-CHECK-RECORD" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "PERFORM 3000-PROCESS-RECORD" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-READ" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF NOT FS-EXTRACT-OK AND NOT FS-EXTRACT-LONG"
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "AND NOT FS-EXTRACT-EOF" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "DISPLAY ""ERREUR :"" SPACE FS-EXTRACT" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE 8 TO RDR-SEVERITY" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "SET FS-EXTRACT-EOF TO TRUE" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "EXIT." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5995-WRITE-GEN-SEPARATOR
           MOVE "*" TO R-OUTPUT(7:1)
           MOVE " the record length, then every display numeric field"
                TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "*" TO R-OUTPUT(7:1)
           MOVE " the record is long enough to hold : an unsigned"
                TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "*" TO R-OUTPUT(7:1)
           MOVE " integer is all digits, an amount may carry one sign"
                TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "*" TO R-OUTPUT(7:1)
           MOVE " and one decimal point" TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "2000-CHECK-RECORD." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           STRING "IF FS-EXTRACT-LONG OR RDR-REC-LEN NOT = "
                  DELIMITED BY SIZE,
                  WS-GEN-LEN-TXT(1:WS-GEN-LEN-SIZE) DELIMITED BY SIZE
                  INTO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ADD 1 TO RDR-LEN-ERRORS" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "DISPLAY ""LG ENREGISTREMENT"" SPACE RDR-RECORDS SPACE"
                TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE """LONGUEUR"" SPACE RDR-REC-LEN" TO R-OUTPUT(23:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE.
           EXIT.

      *-----------------------------------------------------------------
      * one check per display numeric field of the map, the choice
      * between digit test and amount scan being validate's own
       5970-GEN-FIELD-CHECK.
           IF WS-CPY-TYPE(WS-GEN-IDX) = "9"
              AND WS-CPY-USAGE(WS-GEN-IDX) = "D"
              MOVE WS-CPY-OFFSET(WS-GEN-IDX) TO WS-TRIM-NUM
              PERFORM 2450-TRIM-NUMBER
              MOVE WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                   TO WS-GEN-OFF-TXT
              MOVE WS-TRIM-LEN TO WS-GEN-OFF-SIZE
              MOVE WS-CPY-LEN(WS-GEN-IDX) TO WS-TRIM-NUM
              PERFORM 2450-TRIM-NUMBER
              COMPUTE WS-GEN-FLD-END = WS-CPY-OFFSET(WS-GEN-IDX)
                                     + WS-CPY-LEN(WS-GEN-IDX) - 1
              MOVE "*" TO R-OUTPUT(7:1)
              STRING " " DELIMITED BY SIZE,
                     WS-CPY-NAME(WS-GEN-IDX) DELIMITED BY SPACE,
                     " : offset " DELIMITED BY SIZE,
                     WS-GEN-OFF-TXT(1:WS-GEN-OFF-SIZE)
                     DELIMITED BY SIZE,
                     ", " DELIMITED BY SIZE,
                     WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                     DELIMITED BY SIZE,
                     " bytes" DELIMITED BY SIZE
                     INTO R-OUTPUT(8:)
              PERFORM 5990-WRITE-GEN-LINE
              MOVE WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                   TO WS-GEN-LEN-TXT
              MOVE WS-TRIM-LEN TO WS-GEN-LEN-SIZE
              MOVE WS-GEN-FLD-END TO WS-TRIM-NUM
              PERFORM 2450-TRIM-NUMBER
              STRING "IF RDR-REC-LEN NOT < " DELIMITED BY SIZE,
                     WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                     DELIMITED BY SIZE
                     INTO R-OUTPUT(12:)
              PERFORM 5990-WRITE-GEN-LINE
              IF WS-CPY-DEC(WS-GEN-IDX) = 0
                 AND WS-CPY-SIGN(WS-GEN-IDX) NOT = "Y"
                 STRING "AND RDR-RECORD(" DELIMITED BY SIZE,
                        WS-GEN-OFF-TXT(1:WS-GEN-OFF-SIZE)
                        DELIMITED BY SIZE,
                        ":" DELIMITED BY SIZE,
                        WS-GEN-LEN-TXT(1:WS-GEN-LEN-SIZE)
                        DELIMITED BY SIZE,
                        ") IS NOT NUMERIC" DELIMITED BY SIZE
                        INTO R-OUTPUT(15:)
                 PERFORM 5990-WRITE-GEN-LINE
                 STRING "MOVE " DELIMITED BY SIZE,
                        WS-GEN-OFF-TXT(1:WS-GEN-OFF-SIZE)
                        DELIMITED BY SIZE,
                        " TO RDR-OFFSET" DELIMITED BY SIZE
                        INTO R-OUTPUT(15:)
                 PERFORM 5990-WRITE-GEN-LINE
                 MOVE "PERFORM 2900-NUMERIC-ERROR" TO R-OUTPUT(15:)
                 PERFORM 5990-WRITE-GEN-LINE
              ELSE
                 STRING "MOVE " DELIMITED BY SIZE,
                        WS-GEN-OFF-TXT(1:WS-GEN-OFF-SIZE)
                        DELIMITED BY SIZE,
                        " TO RDR-OFFSET" DELIMITED BY SIZE
                        INTO R-OUTPUT(15:)
                 PERFORM 5990-WRITE-GEN-LINE
                 STRING "MOVE " DELIMITED BY SIZE,
                        WS-GEN-LEN-TXT(1:WS-GEN-LEN-SIZE)
                        DELIMITED BY SIZE,
                        " TO RDR-LEN" DELIMITED BY SIZE
                        INTO R-OUTPUT(15:)
                 PERFORM 5990-WRITE-GEN-LINE
                 MOVE "PERFORM 2100-CHECK-AMOUNT" TO R-OUTPUT(15:)
                 PERFORM 5990-WRITE-GEN-LINE
              END-IF
              MOVE "END-IF" TO R-OUTPUT(12:)
              PERFORM 5990-WRITE-GEN-LINE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the end of the record check, the amount scan - the token scan
      * of cccop, on the record - the error line and the empty
      * paragraph the developer fills in
       5980-GEN-TAIL.
           MOVE "EXIT." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5995-WRITE-GEN-SEPARATOR
           MOVE "2100-CHECK-AMOUNT." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE 0 TO RDR-FIRST RDR-LAST" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "PERFORM VARYING RDR-IDX FROM RDR-OFFSET BY 1"
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "UNTIL RDR-IDX > RDR-OFFSET + RDR-LEN - 1"
                TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF RDR-RECORD(RDR-IDX:1) NOT = SPACE" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF RDR-FIRST = 0" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE RDR-IDX TO RDR-FIRST" TO R-OUTPUT(21:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE RDR-IDX TO RDR-LAST" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-PERFORM" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE ""Y"" TO RDR-NUMERIC-SW" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE 0 TO RDR-INT RDR-DEC RDR-POINTS RDR-SIGNS"
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF RDR-FIRST > 0" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "PERFORM VARYING RDR-IDX FROM RDR-FIRST BY 1"
                TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "UNTIL RDR-IDX > RDR-LAST" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "PERFORM 2150-SCAN-CHARACTER" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-PERFORM" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF RDR-INT + RDR-DEC = 0 OR RDR-INT + RDR-DEC > 18"
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE ""N"" TO RDR-NUMERIC-SW" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF RDR-POINTS > 0 AND RDR-DEC = 0" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE ""N"" TO RDR-NUMERIC-SW" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF NOT RDR-NUMERIC" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "PERFORM 2900-NUMERIC-ERROR" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "EXIT." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5995-WRITE-GEN-SEPARATOR
           MOVE "2150-SCAN-CHARACTER." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF RDR-RECORD(RDR-IDX:1) >= ""0""" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "AND RDR-RECORD(RDR-IDX:1) <= ""9""" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF RDR-POINTS = 0" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ADD 1 TO RDR-INT" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ELSE" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ADD 1 TO RDR-DEC" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ELSE" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF RDR-RECORD(RDR-IDX:1) = ""."" AND RDR-POINTS = 0"
                TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ADD 1 TO RDR-POINTS" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ELSE" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "IF (RDR-RECORD(RDR-IDX:1) = ""-""" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "OR RDR-RECORD(RDR-IDX:1) = ""+"")" TO R-OUTPUT(22:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "AND (RDR-IDX = RDR-FIRST OR RDR-IDX = RDR-LAST)"
                TO R-OUTPUT(21:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "AND RDR-SIGNS = 0" TO R-OUTPUT(21:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ADD 1 TO RDR-SIGNS" TO R-OUTPUT(21:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ELSE" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "MOVE ""N"" TO RDR-NUMERIC-SW" TO R-OUTPUT(21:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(18:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF" TO R-OUTPUT(15:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "END-IF." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "EXIT." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5995-WRITE-GEN-SEPARATOR
           MOVE "2900-NUMERIC-ERROR." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "ADD 1 TO RDR-NUM-ERRORS" TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "DISPLAY ""NN ENREGISTREMENT"" SPACE RDR-RECORDS SPACE"
                TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE """POSITION"" SPACE RDR-OFFSET." TO R-OUTPUT(20:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "EXIT." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           MOVE "*" TO R-OUTPUT(7:1)
           MOVE " the work on one record, its fields in place through"
                TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "*" TO R-OUTPUT(7:1)
           STRING " the COPY of " DELIMITED BY SIZE,
                  WS-GEN-COPY-NAME DELIMITED BY SPACE
                  INTO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           PERFORM 5985-WRITE-GEN-BANNER
           MOVE "3000-PROCESS-RECORD." TO R-OUTPUT(8:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "CONTINUE." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE
           MOVE "EXIT." TO R-OUTPUT(12:)
           PERFORM 5990-WRITE-GEN-LINE.
           EXIT.

      *-----------------------------------------------------------------
       5985-WRITE-GEN-BANNER.
           MOVE ALL "*" TO R-OUTPUT(7:66)
           PERFORM 5990-WRITE-GEN-LINE.
           EXIT.

      *-----------------------------------------------------------------
       5990-WRITE-GEN-LINE.
           PERFORM 2950-WRITE-OUTPUT-LINE
           MOVE SPACES TO R-OUTPUT.
           EXIT.

      *-----------------------------------------------------------------
       5995-WRITE-GEN-SEPARATOR.
           MOVE "*" TO R-OUTPUT(7:1)
           MOVE ALL "-" TO R-OUTPUT(8:65)
           PERFORM 5990-WRITE-GEN-LINE.
           EXIT.

      ******************************************************************
      * multi-type job : a forward card carrying a record-type column
      * buckets the sample lines by the value found there and builds
      * a single 01 with a common zone sized to the widest type and
      * one REDEFINES group per type value, each filled the usual
      * forward way ; the file is re-read once per type so the whole
      * build never holds more than one record in storage
      ******************************************************************
       6000-MULTITYPE-JOB.
           MOVE 0 TO WS-GROUP-NUM WS-GROUP-LENGTH WS-RECNO
                     WS-LINES-READ WS-LINES-WRITTEN WS-NAME-COUNT
                     WS-GR05-NUM WS-GR10-NUM WS-NAMES-RECNO
                     WS-MT-COUNT WS-MT-MAX-LEN
           MOVE "N" TO WS-RULER-SW
           MOVE "N" TO WS-NAMES-SW
           MOVE "N" TO WS-05-OPEN-SW
           MOVE "N" TO WS-10-OPEN-SW
           MOVE "N" TO WS-OUTPUT-OPEN-SW
           MOVE "N" TO WS-DDL-SW
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO WS-LOG-STATUS
           INITIALIZE WS-NAME-TABLE
           INITIALIZE WS-MT-TABLE
           MOVE WS-MAN-TYPE-POS TO WS-MT-POS
           MOVE WS-MAN-TYPE-LEN TO WS-MT-LEN
      * WS-MT-CUR-TYPE holds ten bytes ; a wider type code would be
      * compared truncated and could fold two types into one group,
      * so such a card is refused outright
           IF WS-MT-LEN > 10
              DISPLAY "ERREUR : TYPE LEN SUPERIEUR A 10"
              MOVE "NC" TO WS-LOG-STATUS
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           ELSE
              SET WS-MT-ACTIVE TO TRUE
              MOVE "05" TO WS-FIELD-LEVEL
              PERFORM 6100-SCAN-TYPES
              IF WS-LOG-STATUS = SPACES AND WS-MT-COUNT > 0
                 PERFORM 6300-WRITE-MULTITYPE
              END-IF
           END-IF
           IF WS-LOG-STATUS = SPACES
              MOVE FS-INPUT TO WS-LOG-STATUS
           END-IF
           MOVE "N" TO WS-MT-SW
           MOVE "03" TO WS-FIELD-LEVEL
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * first pass : note every distinct type value in order of first
      * appearance ; the first record of each type is the sample its
      * group is built from, so its length is the group length
       6100-SCAN-TYPES.
           PERFORM 1410-OPEN-INPUT
           IF FS-INPUT-OK
              PERFORM UNTIL FS-INPUT-EOF
                 PERFORM 1400-READ-INPUT-RECORD
                 IF NOT FS-INPUT-EOF
                    ADD 1 TO WS-RECNO
                    ADD 1 TO WS-LINES-READ
                    PERFORM 1230-PAD-INPUT-TAIL
                    IF R-INPUT NOT = SPACES
                       AND WS-MT-POS + WS-MT-LEN - 1
                           <= WS-INPUT-LEN
                       PERFORM 6150-NOTE-TYPE
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM 1420-CLOSE-INPUT
           ELSE
              DISPLAY "ERREUR :" SPACE FS-INPUT
              MOVE FS-INPUT TO WS-LOG-STATUS
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * WS-MT-TABLE only holds 20 types ; records of a type past that
      * capacity end up in no group, so the job is graded WARNING
       6150-NOTE-TYPE.
           MOVE SPACES TO WS-MT-CUR-TYPE
           MOVE R-INPUT(WS-MT-POS:WS-MT-LEN) TO WS-MT-CUR-TYPE
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
              UNTIL WS-MT-IDX > WS-MT-COUNT
              IF WS-MT-VALUE(WS-MT-IDX) = WS-MT-CUR-TYPE
                 MOVE WS-MT-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              IF WS-MT-COUNT < 20
                 ADD 1 TO WS-MT-COUNT
                 MOVE WS-MT-CUR-TYPE TO WS-MT-VALUE(WS-MT-COUNT)
                 MOVE WS-INPUT-LEN TO WS-MT-TYPE-LEN(WS-MT-COUNT)
              ELSE
                 MOVE 4 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * second pass : the 01, the common zone, then one group per
      * type in first-appearance order
       6300-WRITE-MULTITYPE.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
              UNTIL WS-MT-IDX > WS-MT-COUNT
              IF WS-MT-TYPE-LEN(WS-MT-IDX) > WS-MT-MAX-LEN
                 MOVE WS-MT-TYPE-LEN(WS-MT-IDX) TO WS-MT-MAX-LEN
              END-IF
           END-PERFORM
           OPEN OUTPUT F-OUTPUT
           IF FS-OUTPUT-OK
              SET WS-OUTPUT-IS-OPEN TO TRUE
              IF WS-MAN-NAMES NOT = SPACES
                 OPEN INPUT F-NAMES
                 IF FS-NAMES-OK
                    SET WS-NAMES-PRESENT TO TRUE
                 ELSE
                    MOVE "N" TO WS-NAMES-SW
                    MOVE 4 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
              END-IF
              IF WS-MAN-DDL NOT = SPACES
                 MOVE WS-MAN-DDL TO WS-DDL-FILE
                 OPEN OUTPUT F-DDL
                 IF FS-DDL-OK
                    SET WS-DDL-PRESENT TO TRUE
                 ELSE
                    MOVE "N" TO WS-DDL-SW
                    MOVE 4 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
              END-IF
              MOVE SPACES TO R-OUTPUT
              MOVE "       01  GROUPE." TO R-OUTPUT
              PERFORM 2950-WRITE-OUTPUT-LINE
              MOVE WS-MT-MAX-LEN TO WS-TRIM-NUM
              PERFORM 2450-TRIM-NUMBER
              MOVE SPACES TO R-OUTPUT
              STRING "           03  GROUPE-ZONE PIC X("
                     DELIMITED BY SIZE,
                     WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                     DELIMITED BY SIZE,
                     ")." DELIMITED BY SIZE
                     INTO R-OUTPUT
              PERFORM 2950-WRITE-OUTPUT-LINE
              INITIALIZE R-OUTPUT
              PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                 UNTIL WS-MT-IDX > WS-MT-COUNT
                 PERFORM 6400-WRITE-TYPE-GROUP
              END-PERFORM
              CLOSE F-OUTPUT
              IF WS-NAMES-PRESENT
                 CLOSE F-NAMES
              END-IF
              IF WS-DDL-PRESENT
                 CLOSE F-DDL
              END-IF
           ELSE
              MOVE FS-OUTPUT TO WS-LOG-STATUS
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one REDEFINES group : re-reads the extract and feeds the
      * first record of this type through the normal field writer
       6400-WRITE-TYPE-GROUP.
           MOVE SPACES TO WS-MT-GROUP-NAME
           STRING "GROUPE-" DELIMITED BY SIZE,
                  WS-MT-VALUE(WS-MT-IDX) DELIMITED BY SPACE
                  INTO WS-MT-GROUP-NAME
           MOVE 0 TO WS-DDL-COUNT WS-DDL-FILLER-NUM WS-FLD-COUNT
                     WS-CPY-COUNT
           MOVE WS-MT-GROUP-NAME TO WS-DDL-TABLE-NAME
           MOVE SPACES TO R-OUTPUT
           STRING "           03  " DELIMITED BY SIZE,
                  WS-MT-GROUP-NAME DELIMITED BY SPACE,
                  " REDEFINES GROUPE-ZONE." DELIMITED BY SIZE
                  INTO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT
           MOVE 0 TO WS-GROUP-LENGTH
           MOVE "N" TO WS-MT-DONE-SW
           MOVE SPACES TO FS-INPUT
           PERFORM 1410-OPEN-INPUT
           IF FS-INPUT-OK
              PERFORM UNTIL FS-INPUT-EOF OR WS-MT-TYPE-DONE
                 PERFORM 1400-READ-INPUT-RECORD
                 IF NOT FS-INPUT-EOF
                    PERFORM 1230-PAD-INPUT-TAIL
                    IF R-INPUT NOT = SPACES
                       AND WS-MT-POS + WS-MT-LEN - 1
                           <= WS-INPUT-LEN
                       MOVE SPACES TO WS-MT-CUR-TYPE
                       MOVE R-INPUT(WS-MT-POS:WS-MT-LEN)
                            TO WS-MT-CUR-TYPE
                       IF WS-MT-CUR-TYPE = WS-MT-VALUE(WS-MT-IDX)
                          PERFORM 2000-WRITE
                          SET WS-MT-TYPE-DONE TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM 1420-CLOSE-INPUT
              PERFORM 2200-CLOSE-GROUP-TRAILER
           ELSE
              DISPLAY "ERREUR :" SPACE FS-INPUT
              MOVE FS-INPUT TO WS-LOG-STATUS
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      ******************************************************************
      * delimited job : the extract in WS-INPUT-FILE is cut on the
      * separator from the manifest card (";" when left blank) ; the
      * whole file is read first, each column remembering the widest
      * value seen and whether every non-blank value was numeric,
      * and only then is one field per column written - a copybook
      * cut from the first row alone truncates production data
      ******************************************************************
       6600-DELIMITED-JOB.
           MOVE 0 TO WS-GROUP-NUM WS-GROUP-LENGTH WS-RECNO
                     WS-LINES-READ WS-LINES-WRITTEN WS-NAME-COUNT
                     WS-NAMES-RECNO WS-DLM-COUNT
           MOVE "N" TO WS-RULER-SW
           MOVE "N" TO WS-NAMES-SW
           MOVE "N" TO WS-05-OPEN-SW
           MOVE "N" TO WS-10-OPEN-SW
           MOVE "N" TO WS-OUTPUT-OPEN-SW
           MOVE "N" TO WS-DDL-SW
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO WS-LOG-STATUS
           INITIALIZE WS-NAME-TABLE
           PERFORM VARYING WS-DLM-IDX FROM 1 BY 1
              UNTIL WS-DLM-IDX > 100
              MOVE 0 TO WS-DLM-MAX-W(WS-DLM-IDX)
              MOVE "Y" TO WS-DLM-NUM-SW(WS-DLM-IDX)
              MOVE "N" TO WS-DLM-SIGN-SW(WS-DLM-IDX)
              MOVE 0 TO WS-DLM-INT(WS-DLM-IDX)
              MOVE 0 TO WS-DLM-DEC(WS-DLM-IDX)
           END-PERFORM
           IF WS-MAN-DELIM = SPACE
              MOVE ";" TO WS-DLM-CHAR
           ELSE
              MOVE WS-MAN-DELIM TO WS-DLM-CHAR
           END-IF
           OPEN INPUT F-INPUT
           IF FS-INPUT-OK
              PERFORM UNTIL FS-INPUT-EOF
                 READ F-INPUT
                    AT END
                       SET FS-INPUT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECNO
                       ADD 1 TO WS-LINES-READ
                       PERFORM 1230-PAD-INPUT-TAIL
                       IF R-INPUT NOT = SPACES
                          PERFORM 6650-SPLIT-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-INPUT
              IF WS-DLM-COUNT > 0
                 PERFORM 6680-WRITE-DELIMITED
              END-IF
           ELSE
              DISPLAY "ERREUR :" SPACE FS-INPUT
              MOVE FS-INPUT TO WS-LOG-STATUS
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF
           IF WS-LOG-STATUS = SPACES
              MOVE FS-INPUT TO WS-LOG-STATUS
           END-IF
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * walks one record, handing each separated value to the column
      * bookkeeping ; a separator as the last byte still yields the
      * trailing empty value, as a spreadsheet export writes it
       6650-SPLIT-RECORD.
           MOVE 1 TO WS-DLM-IDX
           MOVE 1 TO WS-DLM-TOK-START
           PERFORM VARYING WS-DLM-SCAN FROM 1 BY 1
              UNTIL WS-DLM-SCAN > WS-INPUT-LEN + 1
              IF WS-DLM-SCAN > WS-INPUT-LEN
                 OR R-INPUT(WS-DLM-SCAN:1) = WS-DLM-CHAR
                 PERFORM 6660-NOTE-VALUE
                 COMPUTE WS-DLM-TOK-START = WS-DLM-SCAN + 1
                 ADD 1 TO WS-DLM-IDX
              END-IF
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
      * one value of one column : strip surrounding blanks, keep the
      * widest width per column and drop the numeric flag the first
      * time a non-blank value fails the digit test ; columns past
      * the hundredth are dropped and the job graded WARNING
       6660-NOTE-VALUE.
           IF WS-DLM-IDX > 100
              MOVE 4 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           ELSE
              IF WS-DLM-IDX > WS-DLM-COUNT
                 MOVE WS-DLM-IDX TO WS-DLM-COUNT
              END-IF
              MOVE 0 TO WS-DLM-FIRST WS-DLM-LAST
              PERFORM VARYING WS-SCAN-IDX FROM WS-DLM-TOK-START BY 1
                 UNTIL WS-SCAN-IDX > WS-DLM-SCAN - 1
                 IF R-INPUT(WS-SCAN-IDX:1) NOT = SPACE
                    IF WS-DLM-FIRST = 0
                       MOVE WS-SCAN-IDX TO WS-DLM-FIRST
                    END-IF
                    MOVE WS-SCAN-IDX TO WS-DLM-LAST
                 END-IF
              END-PERFORM
              IF WS-DLM-FIRST > 0
                 COMPUTE WS-DLM-W = WS-DLM-LAST - WS-DLM-FIRST + 1
                 IF WS-DLM-W > WS-DLM-MAX-W(WS-DLM-IDX)
                    MOVE WS-DLM-W TO WS-DLM-MAX-W(WS-DLM-IDX)
                 END-IF
                 MOVE WS-DLM-FIRST TO WS-TOK-START
                 MOVE WS-DLM-W TO WS-TOK-LEN
                 PERFORM 2650-SCAN-TOKEN
                 IF WS-TOKEN-NUMERIC
                    IF WS-TOK-INT > WS-DLM-INT(WS-DLM-IDX)
                       MOVE WS-TOK-INT TO WS-DLM-INT(WS-DLM-IDX)
                    END-IF
                    IF WS-TOK-DEC > WS-DLM-DEC(WS-DLM-IDX)
                       MOVE WS-TOK-DEC TO WS-DLM-DEC(WS-DLM-IDX)
                    END-IF
                    IF WS-TOKEN-SIGNED
                       MOVE "Y" TO WS-DLM-SIGN-SW(WS-DLM-IDX)
                    END-IF
                 ELSE
                    MOVE "N" TO WS-DLM-NUM-SW(WS-DLM-IDX)
                 END-IF
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the copybook : one 01, one field per column sized to the
      * widest value (never less than one byte), PIC 9 only when the
      * whole file agreed ; names, trailer, DDL and catalog work the
      * same as a fixed forward job
       6680-WRITE-DELIMITED.
           OPEN OUTPUT F-OUTPUT
           IF FS-OUTPUT-OK
              SET WS-OUTPUT-IS-OPEN TO TRUE
              IF WS-MAN-NAMES NOT = SPACES
                 OPEN INPUT F-NAMES
                 IF FS-NAMES-OK
                    SET WS-NAMES-PRESENT TO TRUE
                 ELSE
                    MOVE "N" TO WS-NAMES-SW
                    MOVE 4 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
              END-IF
              IF WS-MAN-DDL NOT = SPACES
                 MOVE WS-MAN-DDL TO WS-DDL-FILE
                 OPEN OUTPUT F-DDL
                 IF FS-DDL-OK
                    SET WS-DDL-PRESENT TO TRUE
                 ELSE
                    MOVE "N" TO WS-DDL-SW
                    MOVE 4 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
              END-IF
              MOVE 0 TO WS-DDL-COUNT WS-DDL-FILLER-NUM WS-FLD-COUNT
                        WS-GROUP-LENGTH WS-CPY-COUNT
              MOVE "GROUPE" TO WS-DDL-TABLE-NAME
              MOVE SPACES TO R-OUTPUT
              MOVE "       01  GROUPE." TO R-OUTPUT
              PERFORM 2950-WRITE-OUTPUT-LINE
              INITIALIZE R-OUTPUT
              PERFORM VARYING WS-DLM-IDX FROM 1 BY 1
                 UNTIL WS-DLM-IDX > WS-DLM-COUNT
                 PERFORM 6690-WRITE-DELIMITED-FIELD
              END-PERFORM
              PERFORM 2200-CLOSE-GROUP-TRAILER
              CLOSE F-OUTPUT
              IF WS-NAMES-PRESENT
                 CLOSE F-NAMES
              END-IF
              IF WS-DDL-PRESENT
                 CLOSE F-DDL
              END-IF
           ELSE
              MOVE FS-OUTPUT TO WS-LOG-STATUS
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a column only becomes PIC 9 when every value agreed and the
      * digits stay inside what a numeric item may hold ; a column
      * whose values carried a sign or a point anywhere in the file
      * comes out S9(n)V9(m), sized to the widest digit runs seen
       6690-WRITE-DELIMITED-FIELD.
           MOVE WS-DLM-MAX-W(WS-DLM-IDX) TO WS-DLM-W
           IF WS-DLM-W = 0
              MOVE 1 TO WS-DLM-W
           END-IF
           PERFORM 2300-NEXT-NAME
           MOVE SPACES TO R-OUTPUT
           IF WS-DLM-NUM-SW(WS-DLM-IDX) = "Y"
              AND WS-DLM-MAX-W(WS-DLM-IDX) > 0
              AND WS-DLM-INT(WS-DLM-IDX) + WS-DLM-DEC(WS-DLM-IDX)
                  <= 18
              MOVE "9" TO WS-BPC-TYPE
              MOVE WS-DLM-INT(WS-DLM-IDX) TO WS-BPC-INT
              MOVE WS-DLM-DEC(WS-DLM-IDX) TO WS-BPC-DEC
              MOVE WS-DLM-SIGN-SW(WS-DLM-IDX) TO WS-BPC-SIGN
              PERFORM 2850-BUILD-PIC-CLAUSE
              COMPUTE WS-DLM-W
                 = WS-DLM-INT(WS-DLM-IDX) + WS-DLM-DEC(WS-DLM-IDX)
              IF WS-DLM-DEC(WS-DLM-IDX) > 0
                 ADD 1 TO WS-DLM-W
              END-IF
              IF WS-DLM-SIGN-SW(WS-DLM-IDX) = "Y"
                 ADD 1 TO WS-DLM-W
              END-IF
              STRING "           03  " DELIMITED BY SIZE,
                     WS-CURRENT-NAME DELIMITED BY SPACE,
                     " PIC " DELIMITED BY SIZE,
                     WS-PIC-CLAUSE(1:WS-PIC-CLAUSE-LEN)
                     DELIMITED BY SIZE,
                     "." DELIMITED BY SIZE
                     INTO R-OUTPUT
              MOVE "9" TO WS-DDL-COL-TYPE-IN
              COMPUTE WS-DDL-COL-LEN-IN
                 = WS-DLM-INT(WS-DLM-IDX) + WS-DLM-DEC(WS-DLM-IDX)
              MOVE WS-DLM-DEC(WS-DLM-IDX) TO WS-DDL-COL-DEC-IN
           ELSE
              MOVE WS-DLM-W TO WS-TRIM-NUM
              PERFORM 2450-TRIM-NUMBER
              STRING "           03  " DELIMITED BY SIZE,
                     WS-CURRENT-NAME DELIMITED BY SPACE,
                     " PIC X(" DELIMITED BY SIZE,
                     WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                     DELIMITED BY SIZE,
                     ")." DELIMITED BY SIZE
                     INTO R-OUTPUT
              MOVE "X" TO WS-DDL-COL-TYPE-IN
              MOVE WS-DLM-W TO WS-DDL-COL-LEN-IN
              MOVE 0 TO WS-DDL-COL-DEC-IN
           END-IF
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT
           MOVE WS-CURRENT-NAME TO WS-CPY-NAME-IN
           MOVE WS-DDL-COL-TYPE-IN TO WS-CPY-TYPE-IN
           MOVE WS-DLM-W TO WS-CPY-LEN-IN
           MOVE 3 TO WS-CPY-LEVEL-IN
           IF WS-CPY-TYPE-IN = "9"
              MOVE WS-DLM-INT(WS-DLM-IDX) TO WS-CPY-INT-IN
              MOVE WS-DLM-DEC(WS-DLM-IDX) TO WS-CPY-DEC-IN
              MOVE WS-DLM-SIGN-SW(WS-DLM-IDX) TO WS-CPY-SIGN-IN
           ELSE
              MOVE WS-DLM-W TO WS-CPY-INT-IN
              MOVE 0 TO WS-CPY-DEC-IN
              MOVE "N" TO WS-CPY-SIGN-IN
           END-IF
           PERFORM 2720-NOTE-MAP-FIELD
           ADD WS-DLM-W TO WS-GROUP-LENGTH
           ADD 1 TO WS-FLD-COUNT
           IF WS-DDL-PRESENT
              MOVE WS-CURRENT-NAME TO WS-DDL-COL-NAME-IN
              PERFORM 2700-NOTE-DDL-COLUMN
           END-IF.
           EXIT.

      ******************************************************************
      * listing job : data extract in WS-INPUT-FILE is printed to
      * WS-OUTPUT-FILE field by field against the copybook named in
      * WS-MAN-RULER, using the field names from the optional names
      * file ; the DDL slot may carry a record-number window
      * ("48210-48220" or a single number) so only the records the
      * exceptions file pointed at are listed - the end of the
      * column-counting sessions on a printed raw line
      ******************************************************************
       6700-LISTING-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN WS-RECNO
                     WS-LST-NAME-COUNT
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO WS-LOG-STATUS
           PERFORM 4100-LOAD-COPYBOOK
           PERFORM 6710-PARSE-RANGE
           IF WS-CPY-COUNT > 0 AND WS-LOG-STATUS = SPACES
              IF WS-MAN-NAMES NOT = SPACES
                 PERFORM 6740-LOAD-LIST-NAMES
              END-IF
              PERFORM 1430-RESOLVE-LRECL
              PERFORM 1410-OPEN-INPUT
              IF FS-INPUT-OK
                 OPEN OUTPUT F-OUTPUT
                 IF FS-OUTPUT-OK
                    PERFORM UNTIL FS-INPUT-EOF
                       PERFORM 1400-READ-INPUT-RECORD
                       IF NOT FS-INPUT-EOF
                          ADD 1 TO WS-RECNO
                          ADD 1 TO WS-LINES-READ
                          IF WS-RECNO >= WS-LST-FROM
                             AND WS-RECNO <= WS-LST-TO
                             PERFORM 1230-PAD-INPUT-TAIL
                             PERFORM 6720-LIST-RECORD
                          END-IF
                          IF WS-RECNO >= WS-LST-TO
                             SET FS-INPUT-EOF TO TRUE
                          END-IF
                       END-IF
                    END-PERFORM
                    IF WS-LOG-STATUS = SPACES
                       MOVE "00" TO WS-LOG-STATUS
                    END-IF
                    CLOSE F-OUTPUT
                 ELSE
                    MOVE FS-OUTPUT TO WS-LOG-STATUS
                    MOVE 8 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
                 PERFORM 1420-CLOSE-INPUT
              ELSE
                 DISPLAY "ERREUR :" SPACE FS-INPUT
                 MOVE FS-INPUT TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           ELSE
              IF WS-LOG-STATUS = SPACES
                 DISPLAY "ERREUR : COPYBOOK SANS CLAUSE PIC"
                 MOVE "NC" TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * the record window from the DDL slot : blank lists the whole
      * file, "nnn" one record, "nnn-mmm" the span ; anything else
      * refuses the card rather than listing two hundred thousand
      * lines nobody asked for
       6710-PARSE-RANGE.
           MOVE 1 TO WS-LST-FROM
           MOVE 999999 TO WS-LST-TO
           IF WS-MAN-DDL NOT = SPACES
              MOVE 0 TO WS-LST-FROM WS-LST-TO
              MOVE 1 TO WS-SCAN-IDX
              PERFORM UNTIL WS-SCAN-IDX > 30
                 OR WS-MAN-DDL(WS-SCAN-IDX:1) = SPACE
                 OR WS-MAN-DDL(WS-SCAN-IDX:1) = "-"
                 IF WS-MAN-DDL(WS-SCAN-IDX:1) >= "0"
                    AND WS-MAN-DDL(WS-SCAN-IDX:1) <= "9"
                    MOVE WS-MAN-DDL(WS-SCAN-IDX:1) TO WS-DIGIT-CHAR
                    MOVE WS-DIGIT-CHAR TO WS-DIGIT-VAL
                    COMPUTE WS-LST-FROM
                       = WS-LST-FROM * 10 + WS-DIGIT-VAL
                 ELSE
                    MOVE 0 TO WS-LST-FROM
                    MOVE 31 TO WS-SCAN-IDX
                 END-IF
                 ADD 1 TO WS-SCAN-IDX
              END-PERFORM
              IF WS-SCAN-IDX <= 30
                 AND WS-MAN-DDL(WS-SCAN-IDX:1) = "-"
                 ADD 1 TO WS-SCAN-IDX
                 PERFORM UNTIL WS-SCAN-IDX > 30
                    OR WS-MAN-DDL(WS-SCAN-IDX:1) = SPACE
                    IF WS-MAN-DDL(WS-SCAN-IDX:1) >= "0"
                       AND WS-MAN-DDL(WS-SCAN-IDX:1) <= "9"
                       MOVE WS-MAN-DDL(WS-SCAN-IDX:1) TO WS-DIGIT-CHAR
                       MOVE WS-DIGIT-CHAR TO WS-DIGIT-VAL
                       COMPUTE WS-LST-TO
                          = WS-LST-TO * 10 + WS-DIGIT-VAL
                    ELSE
                       MOVE 0 TO WS-LST-TO
                       MOVE 31 TO WS-SCAN-IDX
                    END-IF
                    ADD 1 TO WS-SCAN-IDX
                 END-PERFORM
              ELSE
                 MOVE WS-LST-FROM TO WS-LST-TO
              END-IF
              IF WS-LST-FROM = 0 OR WS-LST-TO = 0
                 OR WS-LST-TO < WS-LST-FROM
                 DISPLAY "ERREUR : PLAGE INVALIDE" SPACE WS-MAN-DDL
                 MOVE "NC" TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one listed record : the rule line, the record header, then
      * every field of the map on its own line
       6720-LIST-RECORD.
           MOVE SPACES TO R-OUTPUT
           MOVE ALL "-" TO R-OUTPUT(1:66)
           MOVE "*" TO R-OUTPUT(1:1)
           PERFORM 2950-WRITE-OUTPUT-LINE
           MOVE WS-RECNO TO WS-LST-H-RECNO
           MOVE WS-INPUT-LEN TO WS-LST-H-LEN
           MOVE SPACES TO R-OUTPUT
           MOVE WS-LST-HDR TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           PERFORM VARYING WS-LST-IDX FROM 1 BY 1
              UNTIL WS-LST-IDX > WS-CPY-COUNT
              PERFORM 6730-LIST-FIELD
           END-PERFORM
           INITIALIZE R-OUTPUT.
           EXIT.

      *-----------------------------------------------------------------
      * one field : its name from the names file when one was given,
      * FIELD-nnnn otherwise, its offset, its picture rebuilt from
      * the map, and the raw value clipped to sixty characters
       6730-LIST-FIELD.
           MOVE SPACES TO WS-LST-L-NAME
           IF WS-LST-IDX <= WS-LST-NAME-COUNT
              AND WS-LST-NAME(WS-LST-IDX) NOT = SPACES
              MOVE WS-LST-NAME(WS-LST-IDX) TO WS-LST-L-NAME
           ELSE
              MOVE WS-LST-IDX TO WS-TRIM-NUM
              PERFORM 2450-TRIM-NUMBER
              STRING "FIELD-" DELIMITED BY SIZE,
                     WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                     DELIMITED BY SIZE
                     INTO WS-LST-L-NAME
           END-IF
           MOVE WS-CPY-OFFSET(WS-LST-IDX) TO WS-LST-L-OFF
           MOVE SPACES TO WS-LST-L-PIC
           EVALUATE WS-CPY-USAGE(WS-LST-IDX)
              WHEN "P"
                 MOVE "COMP-3" TO WS-LST-L-PIC
              WHEN "B"
                 MOVE "BINARY" TO WS-LST-L-PIC
              WHEN OTHER
                 MOVE WS-CPY-TYPE(WS-LST-IDX) TO WS-BPC-TYPE
                 IF WS-CPY-TYPE(WS-LST-IDX) = "9"
                    COMPUTE WS-LST-INT = WS-CPY-LEN(WS-LST-IDX)
                       - WS-CPY-DEC(WS-LST-IDX)
                    IF WS-CPY-DEC(WS-LST-IDX) > 0
                       SUBTRACT 1 FROM WS-LST-INT
                    END-IF
                    IF WS-CPY-SIGN(WS-LST-IDX) = "Y"
                       SUBTRACT 1 FROM WS-LST-INT
                    END-IF
                    MOVE WS-LST-INT TO WS-BPC-INT
                    MOVE WS-CPY-DEC(WS-LST-IDX) TO WS-BPC-DEC
                    MOVE WS-CPY-SIGN(WS-LST-IDX) TO WS-BPC-SIGN
                 ELSE
                    MOVE WS-CPY-LEN(WS-LST-IDX) TO WS-BPC-INT
                    MOVE 0 TO WS-BPC-DEC
                    MOVE "N" TO WS-BPC-SIGN
                 END-IF
                 PERFORM 2850-BUILD-PIC-CLAUSE
                 MOVE WS-PIC-CLAUSE(1:WS-PIC-CLAUSE-LEN)
                      TO WS-LST-L-PIC
           END-EVALUATE
           MOVE SPACES TO WS-LST-L-VAL
           MOVE WS-CPY-LEN(WS-LST-IDX) TO WS-LST-VLEN
           IF WS-LST-VLEN > 60
              MOVE 60 TO WS-LST-VLEN
           END-IF
      * a field starting near the record ceiling is clipped to what
      * the record area actually holds, the way the profile scan
      * clips its own slice
           IF WS-CPY-OFFSET(WS-LST-IDX) <= LENGTH OF R-INPUT
              IF WS-CPY-OFFSET(WS-LST-IDX) + WS-LST-VLEN - 1
                 > LENGTH OF R-INPUT
                 COMPUTE WS-LST-VLEN = LENGTH OF R-INPUT
                    - WS-CPY-OFFSET(WS-LST-IDX) + 1
              END-IF
              MOVE R-INPUT(WS-CPY-OFFSET(WS-LST-IDX):WS-LST-VLEN)
                   TO WS-LST-L-VAL
           END-IF
           MOVE SPACES TO R-OUTPUT
           MOVE WS-LST-LINE TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT.
           EXIT.

      *-----------------------------------------------------------------
      * the field names, read once into their table in file order ;
      * an unreadable names file is announced and the listing goes on
      * with generated names
       6740-LOAD-LIST-NAMES.
           MOVE SPACES TO FS-NAMES
           OPEN INPUT F-NAMES
           IF FS-NAMES-OK
              PERFORM UNTIL FS-NAMES-EOF
                 READ F-NAMES
                    AT END
                       SET FS-NAMES-EOF TO TRUE
                    NOT AT END
                       IF WS-LST-NAME-COUNT < 500
                          ADD 1 TO WS-LST-NAME-COUNT
                          MOVE R-NAMES
                               TO WS-LST-NAME(WS-LST-NAME-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-NAMES
           ELSE
              MOVE 4 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      ******************************************************************
      * control-totals job : the extract in WS-INPUT-FILE is balanced
      * against its transmittal trailer using the copybook named in
      * WS-MAN-RULER ; the file is read one record ahead, so the
      * record still in hand at end of file is the trailer - by the
      * senders' convention it is laid out like a detail, its first
      * numeric field carrying the record count and every other
      * numeric field the sum of that field over the details ; the
      * balance report goes to WS-OUTPUT-FILE and any mismatch grades
      * the job ERROR, turning a month-end investigation into a
      * same-morning rejection
      ******************************************************************
       6800-CONTROL-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN WS-RECNO
                     WS-TCT-DETAILS WS-TCT-TRL-COUNT
                     WS-TCT-TYPE-COUNT WS-TCT-MISMATCH
                     WS-TCT-FIRST-NUM
           MOVE "N" TO WS-TCT-HELD-SW
           MOVE "N" TO WS-TCT-TYPE-SW
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO WS-LOG-STATUS
           IF WS-MAN-TYPE-POS IS NUMERIC
              AND WS-MAN-TYPE-LEN IS NUMERIC
              AND WS-MAN-TYPE-POS NOT = "000"
              AND WS-MAN-TYPE-LEN NOT = "00"
              MOVE WS-MAN-TYPE-POS TO WS-MT-POS
              MOVE WS-MAN-TYPE-LEN TO WS-MT-LEN
      * a type code wider than the holder would be compared truncated
      * and could fold two types into one counter ; the card is
      * refused outright, exactly as a multi-type build refuses it
              IF WS-MT-LEN > 10
                 DISPLAY "ERREUR : TYPE LEN SUPERIEUR A 10"
                 MOVE "NC" TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              ELSE
                 SET WS-TCT-BY-TYPE TO TRUE
              END-IF
           END-IF
           IF WS-LOG-STATUS = SPACES
              PERFORM 4100-LOAD-COPYBOOK
              PERFORM 6810-RUN-BALANCE
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * the balancing pass proper, once the card and the copybook
      * have both been accepted
       6810-RUN-BALANCE.
           IF WS-CPY-COUNT > 0
              PERFORM VARYING WS-TCT-IDX FROM 1 BY 1
                 UNTIL WS-TCT-IDX > WS-CPY-COUNT
                 MOVE 0 TO WS-TCT-TOTAL(WS-TCT-IDX)
                 MOVE 0 TO WS-TCT-TRL-VAL(WS-TCT-IDX)
                 IF WS-TCT-FIRST-NUM = 0
                    AND WS-CPY-TYPE(WS-TCT-IDX) = "9"
                    AND WS-CPY-USAGE(WS-TCT-IDX) = "D"
                    MOVE WS-TCT-IDX TO WS-TCT-FIRST-NUM
                 END-IF
              END-PERFORM
              PERFORM 1430-RESOLVE-LRECL
              PERFORM 1410-OPEN-INPUT
              IF FS-INPUT-OK
                 OPEN OUTPUT F-OUTPUT
                 IF FS-OUTPUT-OK
                    PERFORM UNTIL FS-INPUT-EOF
                       PERFORM 1400-READ-INPUT-RECORD
                       IF NOT FS-INPUT-EOF
                          ADD 1 TO WS-RECNO
                          ADD 1 TO WS-LINES-READ
                          PERFORM 1230-PAD-INPUT-TAIL
                          IF WS-TCT-HELD
                             PERFORM 6820-TOTAL-HELD
                          END-IF
                          MOVE WS-INPUT-LEN TO WS-TCT-PREV-LEN
                          MOVE R-INPUT TO WS-TCT-PREV
                          SET WS-TCT-HELD TO TRUE
                       END-IF
                    END-PERFORM
                    IF WS-TCT-HELD
                       PERFORM 6850-TAKE-TRAILER
                       PERFORM 6860-WRITE-BALANCE
                    ELSE
                       DISPLAY "ERREUR : FICHIER VIDE - PAS DE TRAILER"
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 8100-RAISE-SEVERITY
                    END-IF
                    IF WS-LOG-STATUS = SPACES
                       MOVE "00" TO WS-LOG-STATUS
                    END-IF
                    CLOSE F-OUTPUT
                 ELSE
                    MOVE FS-OUTPUT TO WS-LOG-STATUS
                    MOVE 8 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
                 PERFORM 1420-CLOSE-INPUT
              ELSE
                 DISPLAY "ERREUR :" SPACE FS-INPUT
                 MOVE FS-INPUT TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           ELSE
              IF WS-LOG-STATUS = SPACES
                 DISPLAY "ERREUR : COPYBOOK SANS CLAUSE PIC"
                 MOVE "NC" TO WS-LOG-STATUS
              END-IF
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the held record turned out to be a detail : count it, bucket
      * its type value when asked, and add every numeric field that
      * fits inside it to its accumulator
       6820-TOTAL-HELD.
           ADD 1 TO WS-TCT-DETAILS
           IF WS-TCT-BY-TYPE
              AND WS-MT-POS + WS-MT-LEN - 1 <= WS-TCT-PREV-LEN
              PERFORM 6840-NOTE-TYPE-COUNT
           END-IF
           PERFORM VARYING WS-TCT-IDX FROM 1 BY 1
              UNTIL WS-TCT-IDX > WS-CPY-COUNT
              IF WS-CPY-TYPE(WS-TCT-IDX) = "9"
                 AND WS-CPY-USAGE(WS-TCT-IDX) = "D"
                 AND WS-CPY-OFFSET(WS-TCT-IDX)
                     + WS-CPY-LEN(WS-TCT-IDX) - 1 <= WS-TCT-PREV-LEN
                 PERFORM 6845-PARSE-HELD-FIELD
                 IF WS-PN-OK
                    ADD WS-PN-VALUE TO WS-TCT-TOTAL(WS-TCT-IDX)
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
      * the per-type counters, in order of first appearance ; the
      * twenty-type ceiling of the multi-type build applies here too
      * and grades the job WARNING when it is passed
       6840-NOTE-TYPE-COUNT.
           MOVE SPACES TO WS-MT-CUR-TYPE
           MOVE WS-TCT-PREV(WS-MT-POS:WS-MT-LEN) TO WS-MT-CUR-TYPE
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
              UNTIL WS-MT-IDX > WS-TCT-TYPE-COUNT
              IF WS-TCT-TYPE-VAL(WS-MT-IDX) = WS-MT-CUR-TYPE
                 MOVE WS-MT-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              IF WS-TCT-TYPE-COUNT < 20
                 ADD 1 TO WS-TCT-TYPE-COUNT
                 MOVE WS-MT-CUR-TYPE
                      TO WS-TCT-TYPE-VAL(WS-TCT-TYPE-COUNT)
                 MOVE 1 TO WS-TCT-TYPE-CNT(WS-TCT-TYPE-COUNT)
              ELSE
                 MOVE 4 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           ELSE
              ADD 1 TO WS-TCT-TYPE-CNT(WS-FOUND-IDX)
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * strips and parses the numeric field WS-TCT-IDX points at, out
      * of the held record, through the shared number parser
       6845-PARSE-HELD-FIELD.
           MOVE 0 TO WS-TCT-F WS-TCT-L
           PERFORM VARYING WS-SCAN-IDX
              FROM WS-CPY-OFFSET(WS-TCT-IDX) BY 1
              UNTIL WS-SCAN-IDX > WS-CPY-OFFSET(WS-TCT-IDX)
                 + WS-CPY-LEN(WS-TCT-IDX) - 1
              IF WS-TCT-PREV(WS-SCAN-IDX:1) NOT = SPACE
                 IF WS-TCT-F = 0
                    MOVE WS-SCAN-IDX TO WS-TCT-F
                 END-IF
                 MOVE WS-SCAN-IDX TO WS-TCT-L
              END-IF
           END-PERFORM
           MOVE "N" TO WS-PN-OK-SW
           IF WS-TCT-F > 0 AND WS-TCT-L - WS-TCT-F + 1 <= 34
              MOVE SPACES TO WS-PN-TEXT
              COMPUTE WS-PN-LEN = WS-TCT-L - WS-TCT-F + 1
              MOVE WS-TCT-PREV(WS-TCT-F:WS-PN-LEN) TO WS-PN-TEXT
              PERFORM 4600-PARSE-NUMBER
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the held record at end of file is the trailer : its first
      * numeric field is the declared record count, every other
      * numeric field the declared total of that field
       6850-TAKE-TRAILER.
           PERFORM VARYING WS-TCT-IDX FROM 1 BY 1
              UNTIL WS-TCT-IDX > WS-CPY-COUNT
              IF WS-CPY-TYPE(WS-TCT-IDX) = "9"
                 AND WS-CPY-USAGE(WS-TCT-IDX) = "D"
                 AND WS-CPY-OFFSET(WS-TCT-IDX)
                     + WS-CPY-LEN(WS-TCT-IDX) - 1 <= WS-TCT-PREV-LEN
                 PERFORM 6845-PARSE-HELD-FIELD
                 IF WS-PN-OK
                    IF WS-TCT-IDX = WS-TCT-FIRST-NUM
                       MOVE WS-PN-VALUE TO WS-TCT-TRL-COUNT
                    ELSE
                       MOVE WS-PN-VALUE TO WS-TCT-TRL-VAL(WS-TCT-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
      * the balance report : the count line, the per-type counters,
      * then one line per totalled field with its verdict ; any
      * mismatch is announced and grades the job ERROR through
      * 8100-RAISE-SEVERITY, exactly as a failed validation does
       6860-WRITE-BALANCE.
           MOVE SPACES TO R-OUTPUT
           STRING "* BALANCE INPUT=" DELIMITED BY SIZE,
                  WS-MAN-INPUT DELIMITED BY SPACE,
                  " COPYBOOK=" DELIMITED BY SIZE,
                  WS-MAN-RULER DELIMITED BY SPACE
                  INTO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           MOVE WS-TCT-DETAILS TO WS-TCT-C-DET
           MOVE WS-TCT-TRL-COUNT TO WS-TCT-C-TRL
           IF WS-TCT-DETAILS = WS-TCT-TRL-COUNT
              MOVE "OK" TO WS-TCT-C-VERDICT
           ELSE
              MOVE "MISMATCH" TO WS-TCT-C-VERDICT
              ADD 1 TO WS-TCT-MISMATCH
           END-IF
           MOVE SPACES TO R-OUTPUT
           MOVE WS-TCT-CNT-LINE TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
              UNTIL WS-MT-IDX > WS-TCT-TYPE-COUNT
              MOVE WS-TCT-TYPE-VAL(WS-MT-IDX) TO WS-TCT-T-VAL
              MOVE WS-TCT-TYPE-CNT(WS-MT-IDX) TO WS-TCT-T-CNT
              MOVE SPACES TO R-OUTPUT
              MOVE WS-TCT-TYP-LINE TO R-OUTPUT
              PERFORM 2950-WRITE-OUTPUT-LINE
           END-PERFORM
           PERFORM VARYING WS-TCT-IDX FROM 1 BY 1
              UNTIL WS-TCT-IDX > WS-CPY-COUNT
              IF WS-CPY-TYPE(WS-TCT-IDX) = "9"
                 AND WS-CPY-USAGE(WS-TCT-IDX) = "D"
                 AND WS-TCT-IDX NOT = WS-TCT-FIRST-NUM
                 MOVE WS-TCT-IDX TO WS-TCT-F-IDX
                 MOVE WS-TCT-TOTAL(WS-TCT-IDX) TO WS-TCT-F-TOT
                 MOVE WS-TCT-TRL-VAL(WS-TCT-IDX) TO WS-TCT-F-TRL
                 IF WS-TCT-TOTAL(WS-TCT-IDX)
                    = WS-TCT-TRL-VAL(WS-TCT-IDX)
                    MOVE "OK" TO WS-TCT-F-VERDICT
                 ELSE
                    MOVE "MISMATCH" TO WS-TCT-F-VERDICT
                    ADD 1 TO WS-TCT-MISMATCH
                 END-IF
                 MOVE SPACES TO R-OUTPUT
                 MOVE WS-TCT-FLD-LINE TO R-OUTPUT
                 PERFORM 2950-WRITE-OUTPUT-LINE
              END-IF
           END-PERFORM
           INITIALIZE R-OUTPUT
           IF WS-TCT-MISMATCH > 0
              DISPLAY "ERREUR : DESEQUILIBRE" SPACE WS-MAN-INPUT
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      ******************************************************************
      * selection job : the extract in WS-INPUT-FILE is read through
      * the copybook on the ruler slot and every record meeting the
      * criteria of the selection file on the names slot is written,
      * re-cut to the fields of its KEEP list in their listed order,
      * to the sub-extract named on the DDL slot ; the copybook of
      * that projected layout is generated into WS-OUTPUT-FILE the
      * way a forward build writes one and registered in CCCOP.CAT,
      * so a sub-extract never leaves without its layout ; the log
      * counts the records of the sub-extract, not the copybook lines
      ******************************************************************
       6900-SELECT-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN WS-RECNO
                     WS-SEL-CRIT-COUNT WS-SEL-KEEP-COUNT
                     WS-SEL-SELECTED WS-SEL-OUT-LEN
                     WS-GROUP-LENGTH WS-FLD-COUNT
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO WS-LOG-STATUS
           MOVE "N" TO WS-OUTPUT-OPEN-SW
           MOVE "N" TO WS-DDL-SW
           MOVE "N" TO WS-RESUMED-GROUP-SW
           MOVE "N" TO WS-MT-SW
           PERFORM 4100-LOAD-COPYBOOK
           IF WS-LOG-STATUS = SPACES AND WS-CPY-COUNT = 0
              DISPLAY "ERREUR : COPYBOOK SANS CLAUSE PIC"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS = SPACES AND WS-MAN-NAMES = SPACES
              DISPLAY "ERREUR : FICHIER DE SELECTION MANQUANT"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS = SPACES AND WS-MAN-DDL = SPACES
              DISPLAY "ERREUR : SOUS-EXTRAIT MANQUANT"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS = SPACES
              PERFORM 6910-LOAD-SELECTION
           END-IF
           IF WS-LOG-STATUS NOT = SPACES
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           ELSE
              PERFORM 1430-RESOLVE-LRECL
              PERFORM 1410-OPEN-INPUT
              IF FS-INPUT-OK
                 OPEN OUTPUT F-OUTPUT
                 IF FS-OUTPUT-OK
                    SET WS-OUTPUT-IS-OPEN TO TRUE
                    MOVE WS-MAN-DDL TO WS-SUBSET-FILE
                    MOVE SPACES TO FS-SUBSET
                    IF WS-FIX-ACTIVE
                       OPEN OUTPUT F-SUBSET-BIN
                    ELSE
                       OPEN OUTPUT F-SUBSET
                    END-IF
                    IF FS-SUBSET-OK
                       PERFORM 6930-RUN-SELECTION
                       MOVE WS-LINES-WRITTEN TO WS-SEL-WRITTEN
                       PERFORM 6920-WRITE-SEL-COPYBOOK
                       MOVE WS-SEL-WRITTEN TO WS-LINES-WRITTEN
                       IF WS-FIX-ACTIVE
                          CLOSE F-SUBSET-BIN
                       ELSE
                          CLOSE F-SUBSET
                       END-IF
                    ELSE
                       DISPLAY "ERREUR SOUS-EXTRAIT :" SPACE FS-SUBSET
                       MOVE FS-SUBSET TO WS-LOG-STATUS
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 8100-RAISE-SEVERITY
                    END-IF
                    CLOSE F-OUTPUT
                    MOVE "N" TO WS-OUTPUT-OPEN-SW
                 ELSE
                    MOVE FS-OUTPUT TO WS-LOG-STATUS
                    MOVE 8 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
                 PERFORM 1420-CLOSE-INPUT
              ELSE
                 DISPLAY "ERREUR :" SPACE FS-INPUT
                 MOVE FS-INPUT TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * the selection file, read through F-RULER once the copybook
      * load has released it ; a line that does not parse or names a
      * field the copybook does not have refuses the card, because a
      * criterion quietly dropped would ship the wrong subset ; with
      * no NAME line the 01 takes the name of the output member
       6910-LOAD-SELECTION.
           MOVE WS-MAN-NAMES TO WS-RULER-FILE
           MOVE SPACES TO FS-RULER
           MOVE SPACES TO WS-SEL-REC-NAME
           MOVE 1 TO WS-SEL-GROUP
           MOVE "N" TO WS-SEL-BAD-SW
           OPEN INPUT F-RULER
           IF FS-RULER-OK
              PERFORM UNTIL FS-RULER-EOF OR WS-SEL-BAD
                 READ F-RULER
                    AT END
                       SET FS-RULER-EOF TO TRUE
                    NOT AT END
                       IF R-RULER NOT = SPACES
                          AND R-RULER(1:1) NOT = "*"
                          PERFORM 6912-TAKE-SEL-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RULER
              IF NOT WS-SEL-BAD AND WS-SEL-KEEP-COUNT = 0
                 DISPLAY "ERREUR : AUCUN CHAMP KEEP DANS LA SELECTION"
                 SET WS-SEL-BAD TO TRUE
              END-IF
              IF WS-SEL-BAD
                 MOVE "NC" TO WS-LOG-STATUS
              ELSE
                 IF WS-SEL-REC-NAME = SPACES
                    UNSTRING WS-MAN-OUTPUT DELIMITED BY "." OR SPACE
                       INTO WS-SEL-REC-NAME
                    END-UNSTRING
                 END-IF
              END-IF
           ELSE
              DISPLAY "ERREUR :" SPACE FS-RULER
              MOVE FS-RULER TO WS-LOG-STATUS
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one line of the selection file, by its first word
       6912-TAKE-SEL-LINE.
           MOVE SPACES TO WS-SEL-LINE
           MOVE R-RULER(1:200) TO WS-SEL-LINE
           MOVE 1 TO WS-SEL-PTR
           PERFORM 6914-NEXT-SEL-TOKEN
           MOVE SPACES TO WS-SEL-KEYWORD
           IF WS-SEL-TOK-LEN <= 10
              MOVE WS-SEL-TOK(1:10) TO WS-SEL-KEYWORD
           END-IF
           EVALUATE WS-SEL-KEYWORD
              WHEN "WHERE"
              WHEN "AND"
                 PERFORM 6916-ADD-CRITERION
              WHEN "OR"
                 IF WS-SEL-CRIT-COUNT > 0
                    ADD 1 TO WS-SEL-GROUP
                 END-IF
                 PERFORM 6916-ADD-CRITERION
              WHEN "KEEP"
                 PERFORM 6914-NEXT-SEL-TOKEN
                 IF WS-SEL-TOK-LEN = 0
                    SET WS-SEL-BAD TO TRUE
                 END-IF
                 PERFORM UNTIL WS-SEL-TOK-LEN = 0 OR WS-SEL-BAD
                    PERFORM 6917-ADD-KEEP
                    PERFORM 6914-NEXT-SEL-TOKEN
                 END-PERFORM
              WHEN "NAME"
                 PERFORM 6914-NEXT-SEL-TOKEN
                 IF WS-SEL-TOK-LEN = 0 OR WS-SEL-TOK-LEN > 30
                    SET WS-SEL-BAD TO TRUE
                 ELSE
                    MOVE WS-SEL-TOK(1:30) TO WS-SEL-REC-NAME
                 END-IF
              WHEN OTHER
                 SET WS-SEL-BAD TO TRUE
           END-EVALUATE
           IF WS-SEL-BAD
              DISPLAY "ERREUR SELECTION :" SPACE WS-SEL-LINE(1:60)
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the next blank-separated word of the line ; a value between
      * quotes is taken whole, blanks included, without its quotes
       6914-NEXT-SEL-TOKEN.
           MOVE SPACES TO WS-SEL-TOK
           MOVE 0 TO WS-SEL-TOK-LEN
           MOVE SPACE TO WS-SEL-QUOTE
           PERFORM UNTIL WS-SEL-PTR > 200
              OR WS-SEL-LINE(WS-SEL-PTR:1) NOT = SPACE
              ADD 1 TO WS-SEL-PTR
           END-PERFORM
           IF WS-SEL-PTR <= 200
              AND (WS-SEL-LINE(WS-SEL-PTR:1) = QUOTE
                   OR WS-SEL-LINE(WS-SEL-PTR:1) = "'")
              MOVE WS-SEL-LINE(WS-SEL-PTR:1) TO WS-SEL-QUOTE
              ADD 1 TO WS-SEL-PTR
              PERFORM UNTIL WS-SEL-PTR > 200
                 OR WS-SEL-LINE(WS-SEL-PTR:1) = WS-SEL-QUOTE
                 IF WS-SEL-TOK-LEN < 60
                    ADD 1 TO WS-SEL-TOK-LEN
                    MOVE WS-SEL-LINE(WS-SEL-PTR:1)
                         TO WS-SEL-TOK(WS-SEL-TOK-LEN:1)
                 END-IF
                 ADD 1 TO WS-SEL-PTR
              END-PERFORM
              ADD 1 TO WS-SEL-PTR
           ELSE
              PERFORM UNTIL WS-SEL-PTR > 200
                 OR WS-SEL-LINE(WS-SEL-PTR:1) = SPACE
                 IF WS-SEL-TOK-LEN < 60
                    ADD 1 TO WS-SEL-TOK-LEN
                    MOVE WS-SEL-LINE(WS-SEL-PTR:1)
                         TO WS-SEL-TOK(WS-SEL-TOK-LEN:1)
                 END-IF
                 ADD 1 TO WS-SEL-PTR
              END-PERFORM
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * "field op value" : the operator one of = <> < > <= >= ; a
      * numeric field compares as a number, so its value must scan
      * as one, anything else compares as text padded with blanks ;
      * a number is compared with thirteen integer digits and four
      * decimals, so a field or a value finer or wider than that is
      * refused rather than compared on a truncated value
       6916-ADD-CRITERION.
           IF WS-SEL-CRIT-COUNT >= 20
              DISPLAY "ERREUR : PLUS DE 20 CRITERES"
              SET WS-SEL-BAD TO TRUE
           END-IF
           IF NOT WS-SEL-BAD
              PERFORM 6914-NEXT-SEL-TOKEN
              MOVE WS-SEL-TOK TO WS-SEL-FLD-TOK
              MOVE WS-SEL-TOK-LEN TO WS-SEL-FLD-TOK-LEN
              IF WS-SEL-FLD-TOK-LEN = 0
                 SET WS-SEL-BAD TO TRUE
              ELSE
                 PERFORM 6918-FIND-SEL-FIELD
                 IF NOT WS-SEL-FOUND
                    SET WS-SEL-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           IF NOT WS-SEL-BAD
              ADD 1 TO WS-SEL-CRIT-COUNT
              MOVE WS-SEL-GROUP TO WS-SEL-C-GROUP(WS-SEL-CRIT-COUNT)
              MOVE WS-SEL-F-IDX TO WS-SEL-C-FIELD(WS-SEL-CRIT-COUNT)
              MOVE WS-SEL-F-OFF TO WS-SEL-C-OFF(WS-SEL-CRIT-COUNT)
              MOVE WS-SEL-F-LEN TO WS-SEL-C-LEN(WS-SEL-CRIT-COUNT)
              MOVE "N" TO WS-SEL-C-NUM-SW(WS-SEL-CRIT-COUNT)
              MOVE 0 TO WS-SEL-C-NUM(WS-SEL-CRIT-COUNT)
              PERFORM 6914-NEXT-SEL-TOKEN
              IF WS-SEL-TOK-LEN = 0 OR WS-SEL-TOK-LEN > 2
                 SET WS-SEL-BAD TO TRUE
              ELSE
                 MOVE WS-SEL-TOK(1:2) TO WS-SEL-C-OP(WS-SEL-CRIT-COUNT)
                 EVALUATE WS-SEL-C-OP(WS-SEL-CRIT-COUNT)
                    WHEN "="
                    WHEN "<>"
                    WHEN "<"
                    WHEN ">"
                    WHEN "<="
                    WHEN ">="
                       CONTINUE
                    WHEN OTHER
                       SET WS-SEL-BAD TO TRUE
                 END-EVALUATE
              END-IF
           END-IF
           IF NOT WS-SEL-BAD
              PERFORM 6914-NEXT-SEL-TOKEN
              IF WS-SEL-TOK-LEN = 0 AND WS-SEL-QUOTE = SPACE
                 SET WS-SEL-BAD TO TRUE
              ELSE
                 MOVE WS-SEL-TOK TO WS-SEL-C-VAL(WS-SEL-CRIT-COUNT)
              END-IF
           END-IF
           IF NOT WS-SEL-BAD AND WS-SEL-F-IDX > 0
              IF WS-CPY-TYPE(WS-SEL-F-IDX) = "9"
                 IF WS-SEL-TOK-LEN > 34
                    MOVE "N" TO WS-PN-OK-SW
                 ELSE
                    MOVE SPACES TO WS-PN-TEXT
                    MOVE WS-SEL-TOK TO WS-PN-TEXT
                    MOVE WS-SEL-TOK-LEN TO WS-PN-LEN
                    PERFORM 4600-PARSE-NUMBER
                 END-IF
                 IF WS-PN-OK
                    PERFORM 6919-CHECK-SEL-SCALE
                 END-IF
                 IF WS-PN-OK
                    MOVE "Y" TO WS-SEL-C-NUM-SW(WS-SEL-CRIT-COUNT)
                    MOVE WS-PN-VALUE TO WS-SEL-C-NUM(WS-SEL-CRIT-COUNT)
                 ELSE
                    IF NOT WS-SEL-BAD
                       DISPLAY "ERREUR : VALEUR NON NUMERIQUE" SPACE
                               WS-SEL-FLD-TOK(1:30)
                    END-IF
                    SET WS-SEL-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           IF NOT WS-SEL-BAD
              PERFORM 6914-NEXT-SEL-TOKEN
              IF WS-SEL-TOK-LEN > 0 OR WS-SEL-QUOTE NOT = SPACE
                 SET WS-SEL-BAD TO TRUE
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one field of the keep list ; the same field twice would give
      * the generated copybook two items of one name, so it refuses
      * the card as well
       6917-ADD-KEEP.
           MOVE WS-SEL-TOK TO WS-SEL-FLD-TOK
           MOVE WS-SEL-TOK-LEN TO WS-SEL-FLD-TOK-LEN
           PERFORM 6918-FIND-SEL-FIELD
           IF NOT WS-SEL-FOUND
              SET WS-SEL-BAD TO TRUE
           END-IF
           IF NOT WS-SEL-BAD AND WS-SEL-KEEP-COUNT >= 500
              DISPLAY "ERREUR : PLUS DE 500 CHAMPS KEEP"
              SET WS-SEL-BAD TO TRUE
           END-IF
           IF NOT WS-SEL-BAD
              PERFORM VARYING WS-SEL-J FROM 1 BY 1
                 UNTIL WS-SEL-J > WS-SEL-KEEP-COUNT
                 IF WS-SEL-K-NAME(WS-SEL-J) = WS-SEL-F-NAME
                    DISPLAY "ERREUR : CHAMP GARDE DEUX FOIS" SPACE
                            WS-SEL-F-NAME
                    SET WS-SEL-BAD TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           IF NOT WS-SEL-BAD
              AND WS-SEL-OUT-LEN + WS-SEL-F-LEN > 32767
              DISPLAY "ERREUR : SOUS-EXTRAIT PLUS LONG QUE 32767"
              SET WS-SEL-BAD TO TRUE
           END-IF
           IF NOT WS-SEL-BAD
              ADD 1 TO WS-SEL-KEEP-COUNT
              MOVE WS-SEL-F-IDX TO WS-SEL-K-FIELD(WS-SEL-KEEP-COUNT)
              MOVE WS-SEL-F-OFF TO WS-SEL-K-OFF(WS-SEL-KEEP-COUNT)
              MOVE WS-SEL-F-LEN TO WS-SEL-K-LEN(WS-SEL-KEEP-COUNT)
              MOVE WS-SEL-F-NAME TO WS-SEL-K-NAME(WS-SEL-KEEP-COUNT)
              IF WS-SEL-F-IDX = 0
                 MOVE "X" TO WS-SEL-K-TYPE(WS-SEL-KEEP-COUNT)
                 MOVE WS-SEL-F-LEN TO WS-SEL-K-INT(WS-SEL-KEEP-COUNT)
                 MOVE 0 TO WS-SEL-K-DEC(WS-SEL-KEEP-COUNT)
                 MOVE "N" TO WS-SEL-K-SIGN(WS-SEL-KEEP-COUNT)
                 MOVE "D" TO WS-SEL-K-USAGE(WS-SEL-KEEP-COUNT)
              ELSE
                 MOVE WS-CPY-TYPE(WS-SEL-F-IDX)
                      TO WS-SEL-K-TYPE(WS-SEL-KEEP-COUNT)
                 MOVE WS-CPY-INT(WS-SEL-F-IDX)
                      TO WS-SEL-K-INT(WS-SEL-KEEP-COUNT)
                 MOVE WS-CPY-DEC(WS-SEL-F-IDX)
                      TO WS-SEL-K-DEC(WS-SEL-KEEP-COUNT)
                 MOVE WS-CPY-SIGN(WS-SEL-F-IDX)
                      TO WS-SEL-K-SIGN(WS-SEL-KEEP-COUNT)
                 MOVE WS-CPY-USAGE(WS-SEL-F-IDX)
                      TO WS-SEL-K-USAGE(WS-SEL-KEEP-COUNT)
              END-IF
              ADD WS-SEL-F-LEN TO WS-SEL-OUT-LEN
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a field named in the selection file : the n-th map entry of
      * that name for "name(n)", the first one otherwise, and failing
      * that a group of the copybook, taken whole as text ; FILLER
      * names nothing in particular and is never found ; the item a
      * "name(n)" produces in the generated copybook is "name-n"
       6918-FIND-SEL-FIELD.
           MOVE "N" TO WS-SEL-FOUND-SW
           MOVE 0 TO WS-SEL-F-IDX WS-SEL-F-OFF WS-SEL-F-LEN
           MOVE 1 TO WS-SEL-OCC
           MOVE SPACES TO WS-LKP-NAME WS-SEL-F-NAME
           PERFORM VARYING WS-SEL-J FROM 1 BY 1
              UNTIL WS-SEL-J > WS-SEL-FLD-TOK-LEN
                 OR WS-SEL-FLD-TOK(WS-SEL-J:1) = "("
              CONTINUE
           END-PERFORM
           IF WS-SEL-J > WS-SEL-FLD-TOK-LEN
              MOVE WS-SEL-FLD-TOK(1:30) TO WS-LKP-NAME
              MOVE WS-LKP-NAME TO WS-SEL-F-NAME
           ELSE
              IF WS-SEL-J > 1
                 MOVE WS-SEL-FLD-TOK(1:WS-SEL-J - 1) TO WS-LKP-NAME
              END-IF
              MOVE 0 TO WS-SEL-OCC
              ADD 1 TO WS-SEL-J
              PERFORM UNTIL WS-SEL-J > WS-SEL-FLD-TOK-LEN
                 OR WS-SEL-FLD-TOK(WS-SEL-J:1) = ")"
                 MOVE WS-SEL-FLD-TOK(WS-SEL-J:1) TO WS-DIGIT-CHAR
                 IF WS-DIGIT-CHAR >= "0" AND WS-DIGIT-CHAR <= "9"
                    AND WS-SEL-OCC < 1000
                    MOVE WS-DIGIT-CHAR TO WS-DIGIT-VAL
                    COMPUTE WS-SEL-OCC = WS-SEL-OCC * 10 + WS-DIGIT-VAL
                 ELSE
                    MOVE 0 TO WS-SEL-OCC
                    MOVE WS-SEL-FLD-TOK-LEN TO WS-SEL-J
                 END-IF
                 ADD 1 TO WS-SEL-J
              END-PERFORM
              MOVE WS-SEL-OCC TO WS-TRIM-NUM
              PERFORM 2450-TRIM-NUMBER
              STRING WS-LKP-NAME DELIMITED BY SPACE,
                     "-" DELIMITED BY SIZE,
                     WS-TRIM-EDIT(WS-TRIM-START:WS-TRIM-LEN)
                     DELIMITED BY SIZE
                     INTO WS-SEL-F-NAME
           END-IF
           IF WS-LKP-NAME NOT = SPACES AND WS-LKP-NAME NOT = "FILLER"
              AND WS-SEL-OCC > 0
              MOVE 0 TO WS-SEL-OCC-SEEN
              PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                 UNTIL WS-SEL-IDX > WS-CPY-COUNT OR WS-SEL-FOUND
                 IF WS-CPY-NAME(WS-SEL-IDX) = WS-LKP-NAME
                    ADD 1 TO WS-SEL-OCC-SEEN
                    IF WS-SEL-OCC-SEEN = WS-SEL-OCC
                       SET WS-SEL-FOUND TO TRUE
                       MOVE WS-SEL-IDX TO WS-SEL-F-IDX
                       MOVE WS-CPY-OFFSET(WS-SEL-IDX) TO WS-SEL-F-OFF
                       MOVE WS-CPY-LEN(WS-SEL-IDX) TO WS-SEL-F-LEN
                    END-IF
                 END-IF
              END-PERFORM
              IF NOT WS-SEL-FOUND AND WS-SEL-OCC = 1
                 PERFORM 4175-LOOKUP-NAME
                 IF WS-LKP-FOUND AND WS-LKP-LEN > 0
                    SET WS-SEL-FOUND TO TRUE
                    MOVE WS-LKP-START TO WS-SEL-F-OFF
                    MOVE WS-LKP-LEN TO WS-SEL-F-LEN
                 END-IF
              END-IF
           END-IF
           IF NOT WS-SEL-FOUND
              DISPLAY "ERREUR : CHAMP INCONNU" SPACE
                      WS-SEL-FLD-TOK(1:30)
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the numeric criterion in hand must fit the comparison : the
      * field no more than thirteen integer digits and four decimals,
      * the value no more than four decimals
       6919-CHECK-SEL-SCALE.
           IF WS-CPY-INT(WS-SEL-F-IDX) > 13
              OR WS-CPY-DEC(WS-SEL-F-IDX) > 4
              DISPLAY "ERREUR : CHAMP TROP LARGE POUR UN CRITERE"
                      SPACE WS-SEL-FLD-TOK(1:30)
              MOVE "N" TO WS-PN-OK-SW
              SET WS-SEL-BAD TO TRUE
           END-IF
           IF WS-PN-OK
              MOVE 0 TO WS-SEL-J
              INSPECT WS-SEL-TOK(1:WS-SEL-TOK-LEN) TALLYING WS-SEL-J
                      FOR CHARACTERS BEFORE INITIAL "."
              IF WS-SEL-J < WS-SEL-TOK-LEN
                 COMPUTE WS-SEL-J = WS-SEL-TOK-LEN - WS-SEL-J - 1
                 IF WS-SEL-TOK(WS-SEL-TOK-LEN:1) = "-"
                    OR WS-SEL-TOK(WS-SEL-TOK-LEN:1) = "+"
                    SUBTRACT 1 FROM WS-SEL-J
                 END-IF
                 IF WS-SEL-J > 4
                    DISPLAY "ERREUR : PLUS DE 4 DECIMALES" SPACE
                            WS-SEL-FLD-TOK(1:30)
                    MOVE "N" TO WS-PN-OK-SW
                    SET WS-SEL-BAD TO TRUE
                 END-IF
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the projected copybook : one 01, one 03 per kept field in
      * keep order - numeric fields keep their picture and usage, a
      * group comes out as text of its length - then the length
      * trailer and the catalog registration of a forward build ; a
      * line that would pass column 72 puts its PIC on the next line ;
      * the field map is rebuilt on the projected layout as it goes,
      * the extract being read by then, so the registration files the
      * new layout's fields in the dictionary
       6920-WRITE-SEL-COPYBOOK.
           MOVE WS-SEL-REC-NAME TO WS-DDL-TABLE-NAME
           MOVE 0 TO WS-FLD-COUNT WS-GROUP-LENGTH WS-CPY-COUNT
           MOVE SPACES TO R-OUTPUT
           STRING "       01  " DELIMITED BY SIZE,
                  WS-SEL-REC-NAME DELIMITED BY SPACE,
                  "." DELIMITED BY SIZE
                  INTO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-SEL-KEEP-COUNT
              PERFORM 6925-WRITE-SEL-FIELD
           END-PERFORM
           PERFORM 2200-CLOSE-GROUP-TRAILER.
           EXIT.

      *-----------------------------------------------------------------
       6925-WRITE-SEL-FIELD.
           MOVE WS-SEL-K-TYPE(WS-SEL-IDX) TO WS-BPC-TYPE
           MOVE WS-SEL-K-INT(WS-SEL-IDX) TO WS-BPC-INT
           MOVE WS-SEL-K-DEC(WS-SEL-IDX) TO WS-BPC-DEC
           MOVE WS-SEL-K-SIGN(WS-SEL-IDX) TO WS-BPC-SIGN
           IF WS-BPC-TYPE NOT = "9"
              MOVE WS-SEL-K-LEN(WS-SEL-IDX) TO WS-BPC-INT
              MOVE 0 TO WS-BPC-DEC
              MOVE "N" TO WS-BPC-SIGN
           END-IF
           PERFORM 2850-BUILD-PIC-CLAUSE
           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR
           STRING "           03  " DELIMITED BY SIZE,
                  WS-SEL-K-NAME(WS-SEL-IDX) DELIMITED BY SPACE
                  INTO WS-LINE-BUF
                  WITH POINTER WS-LINE-PTR
           MOVE WS-LINE-PTR TO WS-SEL-NAME-END
           STRING " PIC " DELIMITED BY SIZE,
                  WS-PIC-CLAUSE(1:WS-PIC-CLAUSE-LEN) DELIMITED BY SIZE
                  INTO WS-LINE-BUF
                  WITH POINTER WS-LINE-PTR
           IF WS-BPC-TYPE = "9" AND WS-SEL-K-USAGE(WS-SEL-IDX) = "P"
              STRING " COMP-3" DELIMITED BY SIZE
                     INTO WS-LINE-BUF
                     WITH POINTER WS-LINE-PTR
           END-IF
           IF WS-BPC-TYPE = "9" AND WS-SEL-K-USAGE(WS-SEL-IDX) = "B"
              STRING " BINARY" DELIMITED BY SIZE
                     INTO WS-LINE-BUF
                     WITH POINTER WS-LINE-PTR
           END-IF
           STRING "." DELIMITED BY SIZE
                  INTO WS-LINE-BUF
                  WITH POINTER WS-LINE-PTR
           COMPUTE WS-LINE-LEN = WS-LINE-PTR - 1
           MOVE SPACES TO R-OUTPUT
           IF WS-LINE-LEN <= 72
              MOVE WS-LINE-BUF(1:WS-LINE-LEN) TO R-OUTPUT
              PERFORM 2950-WRITE-OUTPUT-LINE
           ELSE
              MOVE WS-LINE-BUF(1:WS-SEL-NAME-END - 1) TO R-OUTPUT
              PERFORM 2950-WRITE-OUTPUT-LINE
              MOVE SPACES TO R-OUTPUT
              MOVE WS-LINE-BUF(WS-SEL-NAME-END + 1:
                               WS-LINE-LEN - WS-SEL-NAME-END)
                   TO R-OUTPUT(16:)
              PERFORM 2950-WRITE-OUTPUT-LINE
           END-IF
           INITIALIZE R-OUTPUT
           MOVE WS-SEL-IDX TO WS-CPY-COUNT
           COMPUTE WS-CPY-OFFSET(WS-CPY-COUNT) = WS-GROUP-LENGTH + 1
           MOVE WS-SEL-K-LEN(WS-SEL-IDX) TO WS-CPY-LEN(WS-CPY-COUNT)
           MOVE WS-BPC-TYPE TO WS-CPY-TYPE(WS-CPY-COUNT)
           MOVE WS-BPC-INT TO WS-CPY-INT(WS-CPY-COUNT)
           MOVE WS-BPC-DEC TO WS-CPY-DEC(WS-CPY-COUNT)
           MOVE WS-BPC-SIGN TO WS-CPY-SIGN(WS-CPY-COUNT)
           MOVE WS-SEL-K-USAGE(WS-SEL-IDX) TO WS-CPY-USAGE(WS-CPY-COUNT)
           MOVE WS-SEL-K-NAME(WS-SEL-IDX) TO WS-CPY-NAME(WS-CPY-COUNT)
           MOVE 3 TO WS-CPY-LEVEL(WS-CPY-COUNT)
           ADD 1 TO WS-FLD-COUNT
           ADD WS-SEL-K-LEN(WS-SEL-IDX) TO WS-GROUP-LENGTH.
           EXIT.

      *-----------------------------------------------------------------
      * the pass over the extract ; WS-LINES-WRITTEN counts the
      * sub-extract records, the copybook lines that follow do not
      * count
       6930-RUN-SELECTION.
           MOVE 0 TO WS-LINES-WRITTEN
           PERFORM UNTIL FS-INPUT-EOF
              PERFORM 1400-READ-INPUT-RECORD
              IF NOT FS-INPUT-EOF
                 ADD 1 TO WS-RECNO
                 ADD 1 TO WS-LINES-READ
                 PERFORM 1230-PAD-INPUT-TAIL
                 PERFORM 6935-MATCH-RECORD
                 IF WS-SEL-MATCHED
                    PERFORM 6950-WRITE-SUBSET
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "SELECTIONNES :" SPACE WS-SEL-SELECTED SPACE
                   "SUR" SPACE WS-LINES-READ
           IF WS-LOG-STATUS = SPACES
              MOVE "00" TO WS-LOG-STATUS
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a record is selected when every criterion of at least one
      * alternative holds ; no criterion at all selects every record
       6935-MATCH-RECORD.
           MOVE "N" TO WS-SEL-MATCH-SW
           IF WS-SEL-CRIT-COUNT = 0
              SET WS-SEL-MATCHED TO TRUE
           ELSE
              MOVE WS-SEL-C-GROUP(1) TO WS-SEL-GROUP
              MOVE "Y" TO WS-SEL-GRP-SW
              PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                 UNTIL WS-SEL-IDX > WS-SEL-CRIT-COUNT
                 IF WS-SEL-C-GROUP(WS-SEL-IDX) NOT = WS-SEL-GROUP
                    IF WS-SEL-GRP-OK
                       SET WS-SEL-MATCHED TO TRUE
                    END-IF
                    MOVE WS-SEL-C-GROUP(WS-SEL-IDX) TO WS-SEL-GROUP
                    MOVE "Y" TO WS-SEL-GRP-SW
                 END-IF
                 IF WS-SEL-GRP-OK
                    PERFORM 6940-TEST-CRITERION
                    IF NOT WS-SEL-TRUE
                       MOVE "N" TO WS-SEL-GRP-SW
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-SEL-GRP-OK
                 SET WS-SEL-MATCHED TO TRUE
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one criterion against the record in hand : a numeric field
      * that does not decode as a number meets no criterion at all
       6940-TEST-CRITERION.
           MOVE "N" TO WS-SEL-TRUE-SW
           MOVE SPACE TO WS-SEL-CMP
           IF WS-SEL-C-NUM-SW(WS-SEL-IDX) = "Y"
              MOVE WS-SEL-C-FIELD(WS-SEL-IDX) TO WS-DEC-IDX
              PERFORM 6960-DECODE-NUMBER
              IF WS-PN-OK
                 EVALUATE TRUE
                    WHEN WS-PN-VALUE < WS-SEL-C-NUM(WS-SEL-IDX)
                       MOVE "<" TO WS-SEL-CMP
                    WHEN WS-PN-VALUE > WS-SEL-C-NUM(WS-SEL-IDX)
                       MOVE ">" TO WS-SEL-CMP
                    WHEN OTHER
                       MOVE "=" TO WS-SEL-CMP
                 END-EVALUATE
              END-IF
           ELSE
              MOVE SPACES TO WS-SEL-FLD-VAL
              MOVE WS-SEL-C-LEN(WS-SEL-IDX) TO WS-SEL-VLEN
              IF WS-SEL-VLEN > 60
                 MOVE 60 TO WS-SEL-VLEN
              END-IF
              MOVE R-INPUT(WS-SEL-C-OFF(WS-SEL-IDX):WS-SEL-VLEN)
                   TO WS-SEL-FLD-VAL
              EVALUATE TRUE
                 WHEN WS-SEL-FLD-VAL < WS-SEL-C-VAL(WS-SEL-IDX)
                    MOVE "<" TO WS-SEL-CMP
                 WHEN WS-SEL-FLD-VAL > WS-SEL-C-VAL(WS-SEL-IDX)
                    MOVE ">" TO WS-SEL-CMP
                 WHEN OTHER
                    MOVE "=" TO WS-SEL-CMP
              END-EVALUATE
           END-IF
           IF WS-SEL-CMP NOT = SPACE
              EVALUATE WS-SEL-C-OP(WS-SEL-IDX)
                 WHEN "="
                    IF WS-SEL-CMP = "="
                       SET WS-SEL-TRUE TO TRUE
                    END-IF
                 WHEN "<>"
                    IF WS-SEL-CMP NOT = "="
                       SET WS-SEL-TRUE TO TRUE
                    END-IF
                 WHEN "<"
                    IF WS-SEL-CMP = "<"
                       SET WS-SEL-TRUE TO TRUE
                    END-IF
                 WHEN ">"
                    IF WS-SEL-CMP = ">"
                       SET WS-SEL-TRUE TO TRUE
                    END-IF
                 WHEN "<="
                    IF WS-SEL-CMP NOT = ">"
                       SET WS-SEL-TRUE TO TRUE
                    END-IF
                 WHEN ">="
                    IF WS-SEL-CMP NOT = "<"
                       SET WS-SEL-TRUE TO TRUE
                    END-IF
              END-EVALUATE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the kept slices laid end to end ; an EBCDIC card takes them
      * from the untranslated image so the sub-extract stays in the
      * code page it came in, and a fixed-length card writes the
      * record as bytes with no delimiter, the way it was read
       6950-WRITE-SUBSET.
           ADD 1 TO WS-SEL-SELECTED
           MOVE SPACES TO WS-SEL-RECORD(1:WS-SEL-OUT-LEN)
           MOVE 1 TO WS-SEL-OUT-PTR
           PERFORM VARYING WS-SEL-J FROM 1 BY 1
              UNTIL WS-SEL-J > WS-SEL-KEEP-COUNT
              IF WS-EBC-ACTIVE
                 MOVE WS-EBC-RAW(WS-SEL-K-OFF(WS-SEL-J):
                                 WS-SEL-K-LEN(WS-SEL-J))
                      TO WS-SEL-RECORD(WS-SEL-OUT-PTR:
                                       WS-SEL-K-LEN(WS-SEL-J))
              ELSE
                 MOVE R-INPUT(WS-SEL-K-OFF(WS-SEL-J):
                              WS-SEL-K-LEN(WS-SEL-J))
                      TO WS-SEL-RECORD(WS-SEL-OUT-PTR:
                                       WS-SEL-K-LEN(WS-SEL-J))
              END-IF
              ADD WS-SEL-K-LEN(WS-SEL-J) TO WS-SEL-OUT-PTR
           END-PERFORM
           IF WS-FIX-ACTIVE
              PERFORM VARYING WS-SEL-OUT-PTR FROM 1 BY 1
                 UNTIL WS-SEL-OUT-PTR > WS-SEL-OUT-LEN
                    OR NOT FS-SUBSET-OK
                 MOVE WS-SEL-RECORD(WS-SEL-OUT-PTR:1) TO R-SUBSET-BIN
                 WRITE R-SUBSET-BIN
              END-PERFORM
           ELSE
              MOVE WS-SEL-OUT-LEN TO WS-SUBSET-LEN
              MOVE WS-SEL-RECORD(1:WS-SEL-OUT-LEN) TO R-SUBSET
              WRITE R-SUBSET
           END-IF
           IF FS-SUBSET-OK
              ADD 1 TO WS-LINES-WRITTEN
           ELSE
              IF WS-LOG-STATUS = SPACES
                 MOVE FS-SUBSET TO WS-LOG-STATUS
              END-IF
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the value of the numeric field WS-DEC-IDX of the record in
      * hand, in WS-PN-VALUE, with WS-PN-OK telling whether it
      * decoded : display digits through the number parse, packed
      * and binary fields from their bytes, scaled by their decimals
       6960-DECODE-NUMBER.
           MOVE "N" TO WS-PN-OK-SW
           MOVE 0 TO WS-PN-VALUE
           EVALUATE WS-CPY-USAGE(WS-DEC-IDX)
              WHEN "P"
                 PERFORM 6962-DECODE-PACKED
                 PERFORM 6966-SCALE-NUMBER
              WHEN "B"
                 PERFORM 6964-DECODE-BINARY
                 PERFORM 6966-SCALE-NUMBER
              WHEN OTHER
                 MOVE WS-DEC-IDX TO WS-VAL-FIELD-IDX
                 PERFORM 4210-STRIP-FIELD
                 IF WS-VAL-FIRST > 0
                    AND WS-VAL-LAST - WS-VAL-FIRST + 1 <= 34
                    MOVE SPACES TO WS-PN-TEXT
                    COMPUTE WS-PN-LEN = WS-VAL-LAST - WS-VAL-FIRST + 1
                    MOVE R-INPUT(WS-VAL-FIRST:WS-PN-LEN)
                         TO WS-PN-TEXT
                    PERFORM 4600-PARSE-NUMBER
                 END-IF
           END-EVALUATE.
           EXIT.

      *-----------------------------------------------------------------
      * two digits a byte, the last byte one digit and the sign
      * nibble - D or B negative ; any other nibble out of place
       6962-DECODE-PACKED.
           MOVE 0 TO WS-DEC-ACC
           MOVE "Y" TO WS-PN-OK-SW
           MOVE "N" TO WS-DEC-NEG-SW
           PERFORM VARYING WS-DEC-I FROM WS-CPY-OFFSET(WS-DEC-IDX) BY 1
              UNTIL WS-DEC-I > WS-CPY-OFFSET(WS-DEC-IDX)
                 + WS-CPY-LEN(WS-DEC-IDX) - 1
                 OR NOT WS-PN-OK
              MOVE LOW-VALUE TO WS-DEC-WORD-X(1:1)
              MOVE R-INPUT(WS-DEC-I:1) TO WS-DEC-WORD-X(2:1)
              DIVIDE WS-DEC-WORD BY 16 GIVING WS-DEC-HI
                 REMAINDER WS-DEC-LO
              IF WS-DEC-HI > 9
                 MOVE "N" TO WS-PN-OK-SW
              ELSE
                 COMPUTE WS-DEC-ACC = WS-DEC-ACC * 10 + WS-DEC-HI
                    ON SIZE ERROR
                       MOVE "N" TO WS-PN-OK-SW
                 END-COMPUTE
              END-IF
              IF WS-DEC-I < WS-CPY-OFFSET(WS-DEC-IDX)
                 + WS-CPY-LEN(WS-DEC-IDX) - 1
                 IF WS-DEC-LO > 9
                    MOVE "N" TO WS-PN-OK-SW
                 ELSE
                    COMPUTE WS-DEC-ACC = WS-DEC-ACC * 10 + WS-DEC-LO
                       ON SIZE ERROR
                          MOVE "N" TO WS-PN-OK-SW
                    END-COMPUTE
                 END-IF
              ELSE
                 EVALUATE WS-DEC-LO
                    WHEN 11
                    WHEN 13
                       MOVE "Y" TO WS-DEC-NEG-SW
                    WHEN 10
                    WHEN 12
                    WHEN 14
                    WHEN 15
                       CONTINUE
                    WHEN OTHER
                       MOVE "N" TO WS-PN-OK-SW
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-PN-OK AND WS-DEC-NEG-SW = "Y"
              COMPUTE WS-DEC-ACC = 0 - WS-DEC-ACC
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * big-endian, two's complement when the picture is signed ; a
      * negative value is summed on the complemented bytes so eight
      * bytes never overflow the accumulator on the way
       6964-DECODE-BINARY.
           MOVE 0 TO WS-DEC-ACC
           MOVE "Y" TO WS-PN-OK-SW
           MOVE "N" TO WS-DEC-NEG-SW
           MOVE LOW-VALUE TO WS-DEC-WORD-X(1:1)
           MOVE R-INPUT(WS-CPY-OFFSET(WS-DEC-IDX):1)
                TO WS-DEC-WORD-X(2:1)
           IF WS-CPY-SIGN(WS-DEC-IDX) = "Y" AND WS-DEC-WORD > 127
              MOVE "Y" TO WS-DEC-NEG-SW
           END-IF
           PERFORM VARYING WS-DEC-I FROM WS-CPY-OFFSET(WS-DEC-IDX) BY 1
              UNTIL WS-DEC-I > WS-CPY-OFFSET(WS-DEC-IDX)
                 + WS-CPY-LEN(WS-DEC-IDX) - 1
                 OR NOT WS-PN-OK
              MOVE LOW-VALUE TO WS-DEC-WORD-X(1:1)
              MOVE R-INPUT(WS-DEC-I:1) TO WS-DEC-WORD-X(2:1)
              IF WS-DEC-NEG-SW = "Y"
                 COMPUTE WS-DEC-ACC
                    = WS-DEC-ACC * 256 + 255 - WS-DEC-WORD
                    ON SIZE ERROR
                       MOVE "N" TO WS-PN-OK-SW
                 END-COMPUTE
              ELSE
                 COMPUTE WS-DEC-ACC = WS-DEC-ACC * 256 + WS-DEC-WORD
                    ON SIZE ERROR
                       MOVE "N" TO WS-PN-OK-SW
                 END-COMPUTE
              END-IF
           END-PERFORM
           IF WS-DEC-NEG-SW = "Y"
              COMPUTE WS-DEC-ACC = 0 - WS-DEC-ACC - 1
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the signed unscaled value of a packed or binary field brought
      * to its decimals in WS-PN-VALUE
       6966-SCALE-NUMBER.
           IF WS-PN-OK
              COMPUTE WS-PN-VALUE
                 = WS-DEC-ACC / 10 ** WS-CPY-DEC(WS-DEC-IDX)
                 ON SIZE ERROR
                    MOVE "N" TO WS-PN-OK-SW
              END-COMPUTE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the value of the numeric field WS-DEC-IDX unscaled in
      * WS-DEC-ACC - every digit the picture holds, up to eighteen,
      * whatever its scale - with WS-PN-OK telling whether it
      * decoded ; packed and binary fields from their bytes, a
      * display field digit by digit from its text
       6970-DECODE-UNSCALED.
           MOVE 0 TO WS-DEC-ACC
           EVALUATE WS-CPY-USAGE(WS-DEC-IDX)
              WHEN "P"
                 PERFORM 6962-DECODE-PACKED
              WHEN "B"
                 PERFORM 6964-DECODE-BINARY
              WHEN OTHER
                 PERFORM 6972-DECODE-DISPLAY-DIGITS
           END-EVALUATE.
           EXIT.

      *-----------------------------------------------------------------
      * a display value as validate scans it - digits, one point, one
      * sign at either end - set against the decimals of the picture
      * : missing decimals are zeros, decimals past the picture must
      * be zeros too, and a value with no point is a whole number ;
      * leading zeros cost nothing, so a zero-padded account number
      * of eighteen digits still decodes
       6972-DECODE-DISPLAY-DIGITS.
           MOVE 0 TO WS-DEC-ACC WS-DEC-DIGITS WS-DEC-DECS WS-DEC-SIGNS
           MOVE "N" TO WS-DEC-NEG-SW
           MOVE "N" TO WS-DEC-POINT-SW
           MOVE "Y" TO WS-PN-OK-SW
           MOVE WS-DEC-IDX TO WS-VAL-FIELD-IDX
           PERFORM 4210-STRIP-FIELD
           IF WS-VAL-FIRST = 0
              MOVE "N" TO WS-PN-OK-SW
           END-IF
           PERFORM VARYING WS-DEC-I FROM WS-VAL-FIRST BY 1
              UNTIL WS-DEC-I > WS-VAL-LAST OR NOT WS-PN-OK
              MOVE R-INPUT(WS-DEC-I:1) TO WS-DIGIT-CHAR
              EVALUATE TRUE
                 WHEN WS-DIGIT-CHAR >= "0" AND WS-DIGIT-CHAR <= "9"
                    MOVE WS-DIGIT-CHAR TO WS-DIGIT-VAL
                    ADD 1 TO WS-DEC-DIGITS
                    IF WS-DEC-POINT-SW = "Y"
                       ADD 1 TO WS-DEC-DECS
                    END-IF
                    IF WS-DEC-DECS > WS-CPY-DEC(WS-DEC-IDX)
                       IF WS-DIGIT-VAL NOT = 0
                          MOVE "N" TO WS-PN-OK-SW
                       END-IF
                    ELSE
                       COMPUTE WS-DEC-ACC
                             = WS-DEC-ACC * 10 + WS-DIGIT-VAL
                          ON SIZE ERROR
                             MOVE "N" TO WS-PN-OK-SW
                       END-COMPUTE
                    END-IF
                 WHEN WS-DIGIT-CHAR = "."
                    IF WS-DEC-POINT-SW = "Y"
                       MOVE "N" TO WS-PN-OK-SW
                    ELSE
                       MOVE "Y" TO WS-DEC-POINT-SW
                    END-IF
                 WHEN (WS-DIGIT-CHAR = "-" OR WS-DIGIT-CHAR = "+")
                      AND (WS-DEC-I = WS-VAL-FIRST
                           OR WS-DEC-I = WS-VAL-LAST)
                      AND WS-DEC-SIGNS = 0
                    ADD 1 TO WS-DEC-SIGNS
                    IF WS-DIGIT-CHAR = "-"
                       MOVE "Y" TO WS-DEC-NEG-SW
                    END-IF
                 WHEN OTHER
                    MOVE "N" TO WS-PN-OK-SW
              END-EVALUATE
           END-PERFORM
           IF WS-DEC-DIGITS = 0
              MOVE "N" TO WS-PN-OK-SW
           END-IF
           PERFORM UNTIL WS-DEC-DECS >= WS-CPY-DEC(WS-DEC-IDX)
              OR NOT WS-PN-OK
              COMPUTE WS-DEC-ACC = WS-DEC-ACC * 10
                 ON SIZE ERROR
                    MOVE "N" TO WS-PN-OK-SW
              END-COMPUTE
              ADD 1 TO WS-DEC-DECS
           END-PERFORM
           IF WS-PN-OK AND WS-DEC-NEG-SW = "Y"
              COMPUTE WS-DEC-ACC = 0 - WS-DEC-ACC
           END-IF.
           EXIT.

      ******************************************************************
      * profile job : data extract in WS-INPUT-FILE is scanned field
      * by field against the copybook named in WS-MAN-RULER and a
      * statistics report goes to WS-OUTPUT-FILE - the cheap way to
      * catch three-format dates and lettered amounts before the
      * layout is frozen into a copybook
      ******************************************************************
       6500-PROFILE-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN WS-RECNO
                     WS-PRF-RECS
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO WS-LOG-STATUS
           PERFORM 4100-LOAD-COPYBOOK
           IF WS-CPY-COUNT > 0
              PERFORM 6510-INIT-PROFILE
              PERFORM 1430-RESOLVE-LRECL
              PERFORM 1410-OPEN-INPUT
              IF FS-INPUT-OK
                 OPEN OUTPUT F-OUTPUT
                 IF FS-OUTPUT-OK
                    PERFORM UNTIL FS-INPUT-EOF
                       PERFORM 1400-READ-INPUT-RECORD
                       IF NOT FS-INPUT-EOF
                          ADD 1 TO WS-RECNO
                          ADD 1 TO WS-LINES-READ
                          ADD 1 TO WS-PRF-RECS
                          PERFORM 1230-PAD-INPUT-TAIL
                          PERFORM 6520-PROFILE-RECORD
                       END-IF
                    END-PERFORM
                    PERFORM 6570-WRITE-PROFILE-REPORT
                    IF WS-LOG-STATUS = SPACES
                       MOVE FS-INPUT TO WS-LOG-STATUS
                    END-IF
                    CLOSE F-OUTPUT
                 ELSE
                    MOVE FS-OUTPUT TO WS-LOG-STATUS
                    MOVE 8 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
                 PERFORM 1420-CLOSE-INPUT
              ELSE
                 DISPLAY "ERREUR :" SPACE FS-INPUT
                 MOVE FS-INPUT TO WS-LOG-STATUS
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           ELSE
              IF WS-LOG-STATUS = SPACES
                 DISPLAY "ERREUR : COPYBOOK SANS CLAUSE PIC"
                 MOVE "NC" TO WS-LOG-STATUS
              END-IF
              MOVE 4 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
       6510-INIT-PROFILE.
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
              UNTIL WS-PRF-IDX > WS-CPY-COUNT
              MOVE 99999 TO WS-PRF-MIN-W(WS-PRF-IDX)
              MOVE 0 TO WS-PRF-MAX-W(WS-PRF-IDX)
              MOVE 0 TO WS-PRF-NUM-CNT(WS-PRF-IDX)
              MOVE 0 TO WS-PRF-BLANK-CNT(WS-PRF-IDX)
              MOVE 0 TO WS-PRF-DIST-CNT(WS-PRF-IDX)
              PERFORM VARYING WS-PRF-J FROM 1 BY 1
                 UNTIL WS-PRF-J > 5
                 MOVE SPACES TO WS-PRF-SAMPLE(WS-PRF-IDX, WS-PRF-J)
              END-PERFORM
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
       6520-PROFILE-RECORD.
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
              UNTIL WS-PRF-IDX > WS-CPY-COUNT
              PERFORM 6530-PROFILE-FIELD
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
      * measures one field occurrence : the blank-stripped width, the
      * numeric test on the stripped core, and the distinct-value
      * sample table
       6530-PROFILE-FIELD.
           MOVE WS-CPY-OFFSET(WS-PRF-IDX) TO WS-PRF-OFF
           COMPUTE WS-PRF-END
              = WS-PRF-OFF + WS-CPY-LEN(WS-PRF-IDX) - 1
           IF WS-PRF-END > LENGTH OF R-INPUT
              MOVE LENGTH OF R-INPUT TO WS-PRF-END
           END-IF
           MOVE 0 TO WS-PRF-FIRST WS-PRF-LAST
           IF WS-PRF-OFF <= WS-PRF-END
              PERFORM VARYING WS-SCAN-IDX FROM WS-PRF-OFF BY 1
                 UNTIL WS-SCAN-IDX > WS-PRF-END
                 IF R-INPUT(WS-SCAN-IDX:1) NOT = SPACE
                    IF WS-PRF-FIRST = 0
                       MOVE WS-SCAN-IDX TO WS-PRF-FIRST
                    END-IF
                    MOVE WS-SCAN-IDX TO WS-PRF-LAST
                 END-IF
              END-PERFORM
           END-IF
           IF WS-PRF-FIRST = 0
              ADD 1 TO WS-PRF-BLANK-CNT(WS-PRF-IDX)
           ELSE
              COMPUTE WS-PRF-W = WS-PRF-LAST - WS-PRF-FIRST + 1
              IF WS-PRF-W < WS-PRF-MIN-W(WS-PRF-IDX)
                 MOVE WS-PRF-W TO WS-PRF-MIN-W(WS-PRF-IDX)
              END-IF
              IF WS-PRF-W > WS-PRF-MAX-W(WS-PRF-IDX)
                 MOVE WS-PRF-W TO WS-PRF-MAX-W(WS-PRF-IDX)
              END-IF
              IF R-INPUT(WS-PRF-FIRST:WS-PRF-W) IS NUMERIC
                 ADD 1 TO WS-PRF-NUM-CNT(WS-PRF-IDX)
              END-IF
              PERFORM 6540-NOTE-SAMPLE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * keeps the first five distinct values seen, clipped to twenty
      * characters ; enough to spot a date written three ways
       6540-NOTE-SAMPLE.
           MOVE SPACES TO WS-PRF-VAL
           IF WS-PRF-W > 20
              MOVE 20 TO WS-PRF-CAPLEN
           ELSE
              MOVE WS-PRF-W TO WS-PRF-CAPLEN
           END-IF
           MOVE R-INPUT(WS-PRF-FIRST:WS-PRF-CAPLEN) TO WS-PRF-VAL
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-PRF-J FROM 1 BY 1
              UNTIL WS-PRF-J > WS-PRF-DIST-CNT(WS-PRF-IDX)
              IF WS-PRF-SAMPLE(WS-PRF-IDX, WS-PRF-J) = WS-PRF-VAL
                 MOVE 1 TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              AND WS-PRF-DIST-CNT(WS-PRF-IDX) < 5
              ADD 1 TO WS-PRF-DIST-CNT(WS-PRF-IDX)
              MOVE WS-PRF-VAL TO WS-PRF-SAMPLE(WS-PRF-IDX,
                   WS-PRF-DIST-CNT(WS-PRF-IDX))
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one line per field, then its distinct samples ; a field never
      * seen non-blank reports widths of zero
       6570-WRITE-PROFILE-REPORT.
           MOVE SPACES TO R-OUTPUT
           STRING "* PROFILE INPUT=" DELIMITED BY SIZE,
                  WS-MAN-INPUT DELIMITED BY SPACE,
                  " COPYBOOK=" DELIMITED BY SIZE,
                  WS-MAN-RULER DELIMITED BY SPACE,
                  " RECORDS=" DELIMITED BY SIZE,
                  WS-PRF-RECS DELIMITED BY SIZE
                  INTO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
              UNTIL WS-PRF-IDX > WS-CPY-COUNT
              MOVE WS-PRF-IDX TO WS-PRF-L-IDX
              MOVE WS-CPY-OFFSET(WS-PRF-IDX) TO WS-PRF-L-OFF
              MOVE WS-CPY-LEN(WS-PRF-IDX) TO WS-PRF-L-LEN
              MOVE WS-CPY-TYPE(WS-PRF-IDX) TO WS-PRF-L-TYPE
              IF WS-PRF-MAX-W(WS-PRF-IDX) = 0
                 MOVE 0 TO WS-PRF-L-MIN
              ELSE
                 MOVE WS-PRF-MIN-W(WS-PRF-IDX) TO WS-PRF-L-MIN
              END-IF
              MOVE WS-PRF-MAX-W(WS-PRF-IDX) TO WS-PRF-L-MAX
              IF WS-PRF-RECS > 0
                 COMPUTE WS-PRF-L-PCT
                    = WS-PRF-NUM-CNT(WS-PRF-IDX) * 100 / WS-PRF-RECS
              ELSE
                 MOVE 0 TO WS-PRF-L-PCT
              END-IF
              MOVE WS-PRF-BLANK-CNT(WS-PRF-IDX) TO WS-PRF-L-BLANK
              MOVE SPACES TO R-OUTPUT
              MOVE WS-PRF-LINE TO R-OUTPUT
              PERFORM 2950-WRITE-OUTPUT-LINE
              INITIALIZE R-OUTPUT
              PERFORM VARYING WS-PRF-J FROM 1 BY 1
                 UNTIL WS-PRF-J > WS-PRF-DIST-CNT(WS-PRF-IDX)
                 MOVE WS-PRF-IDX TO WS-PRF-S-IDX
                 MOVE WS-PRF-SAMPLE(WS-PRF-IDX, WS-PRF-J)
                      TO WS-PRF-S-VAL
                 MOVE SPACES TO R-OUTPUT
                 MOVE WS-PRF-SAMP-LINE TO R-OUTPUT
                 PERFORM 2950-WRITE-OUTPUT-LINE
                 INITIALIZE R-OUTPUT
              END-PERFORM
           END-PERFORM.
           EXIT.

      ******************************************************************
      * checkpoint support (restart of large extract files)
      ******************************************************************
       7000-CHECKPOINT-SAVE.
           MOVE WS-RECNO             TO CKP-RECNO
           MOVE WS-LINES-READ        TO CKP-LINES-READ
           MOVE WS-LINES-WRITTEN     TO CKP-LINES-WRITTEN
           MOVE WS-GROUP-NUM         TO CKP-GROUP-NUM
           MOVE WS-INDEX-2           TO CKP-INDEX-2
           MOVE WS-GROUP-LENGTH      TO CKP-GROUP-LENGTH
           MOVE WS-EXPECT-HEADER-SW  TO CKP-EXPECT-HEADER-SW
           MOVE WS-05-OPEN-SW        TO CKP-05-OPEN-SW
           MOVE WS-10-OPEN-SW        TO CKP-10-OPEN-SW
           MOVE WS-GR05-NUM          TO CKP-GR05-NUM
           MOVE WS-GR10-NUM          TO CKP-GR10-NUM
           MOVE WS-RULER-RECNO       TO CKP-RULER-RECNO
           MOVE WS-NAMES-RECNO       TO CKP-NAMES-RECNO
           MOVE WS-RULER-LINE        TO CKP-RULER-LINE
           MOVE WS-NAME-COUNT        TO CKP-NAME-COUNT
           MOVE WS-NAME-TABLE        TO CKP-NAME-TABLE
           OPEN OUTPUT F-CHECKPOINT
           WRITE R-CHECKPOINT
           CLOSE F-CHECKPOINT.
           EXIT.

      *-----------------------------------------------------------------
       7100-CHECKPOINT-LOAD.
           MOVE 0 TO WS-SAVED-RECNO WS-SAVED-GROUP-NUM
                     WS-SAVED-INDEX-2 WS-SAVED-GROUP-LEN
                     WS-SAVED-GR05-NUM WS-SAVED-GR10-NUM
                     WS-SAVED-RULER-RECNO WS-SAVED-NAMES-RECNO
                     WS-SAVED-NAME-COUNT
                     WS-SAVED-LINES-READ WS-SAVED-LINES-WRITTEN
           MOVE "Y" TO WS-SAVED-EXPECT-HEADER-SW
           MOVE "N" TO WS-SAVED-05-OPEN-SW
           MOVE "N" TO WS-SAVED-10-OPEN-SW
           MOVE SPACES TO WS-SAVED-RULER-LINE
           INITIALIZE WS-SAVED-NAME-TABLE
           MOVE SPACES TO FS-CHECKPOINT
           OPEN INPUT F-CHECKPOINT
           IF FS-CHECKPOINT-OK
              READ F-CHECKPOINT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CKP-RECNO        TO WS-SAVED-RECNO
                    MOVE CKP-LINES-READ   TO WS-SAVED-LINES-READ
                    MOVE CKP-LINES-WRITTEN TO WS-SAVED-LINES-WRITTEN
                    MOVE CKP-GROUP-NUM    TO WS-SAVED-GROUP-NUM
                    MOVE CKP-INDEX-2      TO WS-SAVED-INDEX-2
                    MOVE CKP-GROUP-LENGTH TO WS-SAVED-GROUP-LEN
                    MOVE CKP-EXPECT-HEADER-SW
                         TO WS-SAVED-EXPECT-HEADER-SW
                    MOVE CKP-05-OPEN-SW   TO WS-SAVED-05-OPEN-SW
                    MOVE CKP-10-OPEN-SW   TO WS-SAVED-10-OPEN-SW
                    MOVE CKP-GR05-NUM     TO WS-SAVED-GR05-NUM
                    MOVE CKP-GR10-NUM     TO WS-SAVED-GR10-NUM
                    MOVE CKP-RULER-RECNO  TO WS-SAVED-RULER-RECNO
                    MOVE CKP-NAMES-RECNO  TO WS-SAVED-NAMES-RECNO
                    MOVE CKP-RULER-LINE   TO WS-SAVED-RULER-LINE
                    MOVE CKP-NAME-COUNT   TO WS-SAVED-NAME-COUNT
                    MOVE CKP-NAME-TABLE   TO WS-SAVED-NAME-TABLE
              END-READ
              CLOSE F-CHECKPOINT
           END-IF.
           EXIT.

      ******************************************************************
      * masking job : the extract in WS-INPUT-FILE is read through
      * the copybook on the ruler slot and written again to
      * WS-OUTPUT-FILE with the same layout and length, the fields
      * named in the control file on the names slot masked on the way:
      *     <field> SCRAMBLE
      *     <field> FIXED <value>
      *     <field> DATESHIFT <days> [YYYYMMDD|DDMMYYYY]
      *     <field> KEEP
      *     KEY <secret>
      * the KEY line is the masking secret, eight to sixty characters,
      * kept with the production copy of the control file and never
      * handed to the test teams ; without it the card is refused,
      * since the run id alone is printed and logged for all to see
      * a field the file does not name is kept ; a line that does not
      * parse, or a method the field cannot take, refuses the card,
      * because a field quietly left clear would ship live data to
      * test ; each masked field is logged with its method and the
      * number of values it masked
      ******************************************************************
       7200-MASK-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN WS-RECNO
                     WS-MSK-COUNT WS-GROUP-LENGTH WS-FLD-COUNT
           MOVE SPACES TO FS-INPUT
           MOVE SPACES TO WS-LOG-STATUS
           MOVE "N" TO WS-OUTPUT-OPEN-SW
           MOVE "N" TO WS-DDL-SW
           MOVE "N" TO WS-RESUMED-GROUP-SW
           MOVE "N" TO WS-MT-SW
           INITIALIZE WS-MSK-TABLE WS-MSK-MAP
           MOVE SPACES TO WS-MSK-SECRET
           MOVE 0 TO WS-MSK-SECRET-LEN
           PERFORM 4100-LOAD-COPYBOOK
           IF WS-LOG-STATUS = SPACES AND WS-CPY-COUNT = 0
              DISPLAY "ERREUR : COPYBOOK SANS CLAUSE PIC"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS = SPACES AND WS-MAN-NAMES = SPACES
              DISPLAY "ERREUR : FICHIER DE MASQUAGE MANQUANT"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS = SPACES AND WS-MAN-OUTPUT = SPACES
              DISPLAY "ERREUR : EXTRAIT MASQUE MANQUANT"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS = SPACES
              PERFORM 7210-LOAD-MASK-CONTROL
           END-IF
           IF WS-LOG-STATUS = SPACES AND WS-MSK-SECRET-LEN = 0
              DISPLAY "ERREUR : CLE DE MASQUAGE MANQUANTE"
              MOVE "NC" TO WS-LOG-STATUS
           END-IF
           IF WS-LOG-STATUS NOT = SPACES
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           ELSE
              PERFORM 7230-MAKE-MASK-KEYS
              PERFORM 1430-RESOLVE-LRECL
              PERFORM 1410-OPEN-INPUT
              IF FS-INPUT-OK
                 MOVE WS-MAN-OUTPUT TO WS-SUBSET-FILE
                 MOVE SPACES TO FS-SUBSET
                 IF WS-FIX-ACTIVE
                    OPEN OUTPUT F-SUBSET-BIN
                 ELSE
                    OPEN OUTPUT F-SUBSET
                 END-IF
                 IF FS-SUBSET-OK
                    PERFORM 7240-RUN-MASKING
                    IF WS-FIX-ACTIVE
                       CLOSE F-SUBSET-BIN
                    ELSE
                       CLOSE F-SUBSET
                    END-IF
                    PERFORM 7290-LOG-MASKING
                 ELSE
                    DISPLAY "ERREUR EXTRAIT MASQUE :" SPACE FS-SUBSET
                    MOVE FS-SUBSET TO WS-LOG-STATUS
                    MOVE 8 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
                 MOVE 8 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * the control file, read through F-RULER once the copybook load
      * has released it ; blank lines and "*" comments are skipped
       7210-LOAD-MASK-CONTROL.
           MOVE WS-MAN-NAMES TO WS-RULER-FILE
           MOVE SPACES TO FS-RULER
           OPEN INPUT F-RULER
           IF FS-RULER-OK
              PERFORM UNTIL FS-RULER-EOF
                 READ F-RULER
                    AT END
                       SET FS-RULER-EOF TO TRUE
                    NOT AT END
                       IF R-RULER NOT = SPACES
                          AND R-RULER(1:1) NOT = "*"
                          PERFORM 7215-TAKE-MASK-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RULER
           ELSE
              DISPLAY "ERREUR :" SPACE FS-RULER
              MOVE FS-RULER TO WS-LOG-STATUS
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one control line : the field name, the method, then whatever
      * the method needs ; the date format of a date shift defaults
      * to YYYYMMDD, the shift itself is a signed count of days ; the
      * KEY line goes its own way and is never echoed
       7215-TAKE-MASK-LINE.
           MOVE "N" TO WS-MSK-BAD-SW
           MOVE SPACES TO WS-RUL-LINE
           MOVE R-RULER(1:200) TO WS-RUL-LINE
           MOVE 1 TO WS-RUL-PTR
           PERFORM 4320-NEXT-RULE-TOKEN
           IF WS-RUL-TOK = "KEY"
              PERFORM 7216-TAKE-MASK-SECRET
           ELSE
              IF WS-RUL-TOK-LEN = 0 OR WS-RUL-TOK-LEN > 30
                 OR WS-MSK-COUNT >= 100
                 SET WS-MSK-BAD TO TRUE
              END-IF
              IF NOT WS-MSK-BAD
                 ADD 1 TO WS-MSK-COUNT
                 INITIALIZE WS-MSK-ENTRY(WS-MSK-COUNT)
                 MOVE WS-RUL-TOK(1:30) TO WS-MSK-NAME(WS-MSK-COUNT)
                 PERFORM 4320-NEXT-RULE-TOKEN
                 EVALUATE WS-RUL-TOK
                    WHEN "SCRAMBLE"
                       MOVE "S" TO WS-MSK-METHOD(WS-MSK-COUNT)
                    WHEN "KEEP"
                       MOVE "K" TO WS-MSK-METHOD(WS-MSK-COUNT)
                    WHEN "FIXED"
                       MOVE "F" TO WS-MSK-METHOD(WS-MSK-COUNT)
                       PERFORM 7217-TAKE-FIXED-VALUE
                    WHEN "DATESHIFT"
                       MOVE "D" TO WS-MSK-METHOD(WS-MSK-COUNT)
                       PERFORM 4320-NEXT-RULE-TOKEN
                       PERFORM 7218-TAKE-SHIFT-DAYS
                       PERFORM 4320-NEXT-RULE-TOKEN
                       EVALUATE WS-RUL-TOK
                          WHEN SPACES
                          WHEN "YYYYMMDD"
                          WHEN "AAAAMMJJ"
                             MOVE "YYYYMMDD"
                                  TO WS-MSK-FORMAT(WS-MSK-COUNT)
                          WHEN "DDMMYYYY"
                          WHEN "JJMMAAAA"
                             MOVE "DDMMYYYY"
                                  TO WS-MSK-FORMAT(WS-MSK-COUNT)
                          WHEN OTHER
                             SET WS-MSK-BAD TO TRUE
                       END-EVALUATE
                    WHEN OTHER
                       SET WS-MSK-BAD TO TRUE
                 END-EVALUATE
                 IF NOT WS-MSK-BAD
                    PERFORM 4320-NEXT-RULE-TOKEN
                    IF WS-RUL-TOK-LEN > 0
                       SET WS-MSK-BAD TO TRUE
                    END-IF
                 END-IF
                 IF NOT WS-MSK-BAD
                    PERFORM 7220-MAP-MASK-FIELD
                 END-IF
                 IF WS-MSK-BAD
                    SUBTRACT 1 FROM WS-MSK-COUNT
                 END-IF
              END-IF
           END-IF
           IF WS-MSK-BAD
              DISPLAY "ERREUR : LIGNE DE MASQUAGE REFUSEE" SPACE
                      WS-RUL-LINE(1:40)
              MOVE "NC" TO WS-LOG-STATUS
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the secret is the rest of the KEY line, blanks inside it kept ;
      * a short secret or a second KEY line refuses the card, and
      * neither message shows the line
       7216-TAKE-MASK-SECRET.
           PERFORM UNTIL WS-RUL-PTR > 200
              OR WS-RUL-LINE(WS-RUL-PTR:1) NOT = SPACE
              ADD 1 TO WS-RUL-PTR
           END-PERFORM
           IF WS-MSK-SECRET-LEN > 0
              DISPLAY "ERREUR : CLE DE MASQUAGE EN DOUBLE"
              MOVE "NC" TO WS-LOG-STATUS
           ELSE
              MOVE 0 TO WS-MSK-J
              IF WS-RUL-PTR <= 200
                 MOVE 200 TO WS-MSK-J
                 PERFORM UNTIL WS-RUL-LINE(WS-MSK-J:1) NOT = SPACE
                    SUBTRACT 1 FROM WS-MSK-J
                 END-PERFORM
                 COMPUTE WS-MSK-J = WS-MSK-J - WS-RUL-PTR + 1
              END-IF
              IF WS-MSK-J < 8 OR WS-MSK-J > 60
                 DISPLAY "ERREUR : CLE DE MASQUAGE DE 8 A 60 CARACTERES"
                 MOVE "NC" TO WS-LOG-STATUS
              ELSE
                 MOVE WS-MSK-J TO WS-MSK-SECRET-LEN
                 MOVE WS-RUL-LINE(WS-RUL-PTR:WS-MSK-SECRET-LEN)
                      TO WS-MSK-SECRET
              END-IF
           END-IF
           MOVE SPACES TO WS-RUL-LINE.
           EXIT.

      *-----------------------------------------------------------------
      * the substitution value is the rest of the line, blanks inside
      * it kept, up to sixty characters
       7217-TAKE-FIXED-VALUE.
           PERFORM UNTIL WS-RUL-PTR > 200
              OR WS-RUL-LINE(WS-RUL-PTR:1) NOT = SPACE
              ADD 1 TO WS-RUL-PTR
           END-PERFORM
           IF WS-RUL-PTR > 200
              SET WS-MSK-BAD TO TRUE
           ELSE
              MOVE 200 TO WS-MSK-J
              PERFORM UNTIL WS-RUL-LINE(WS-MSK-J:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-MSK-J
              END-PERFORM
              IF WS-MSK-J - WS-RUL-PTR + 1 > 60
                 SET WS-MSK-BAD TO TRUE
              ELSE
                 COMPUTE WS-MSK-FIX-LEN(WS-MSK-COUNT)
                       = WS-MSK-J - WS-RUL-PTR + 1
                 MOVE WS-RUL-LINE(WS-RUL-PTR:
                                  WS-MSK-FIX-LEN(WS-MSK-COUNT))
                      TO WS-MSK-FIXED(WS-MSK-COUNT)
              END-IF
              MOVE 201 TO WS-RUL-PTR
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the shift : an optional sign and up to five digits
       7218-TAKE-SHIFT-DAYS.
           MOVE 1 TO WS-MSK-J
           IF WS-RUL-TOK(1:1) = "-" OR WS-RUL-TOK(1:1) = "+"
              MOVE 2 TO WS-MSK-J
           END-IF
           IF WS-RUL-TOK-LEN < WS-MSK-J
              SET WS-MSK-BAD TO TRUE
           ELSE
              IF WS-RUL-TOK-LEN - WS-MSK-J + 1 > 5
                 OR WS-RUL-TOK(WS-MSK-J:WS-RUL-TOK-LEN - WS-MSK-J + 1)
                    IS NOT NUMERIC
                 SET WS-MSK-BAD TO TRUE
              ELSE
                 MOVE SPACES TO WS-PN-TEXT
                 MOVE WS-RUL-TOK(1:WS-RUL-TOK-LEN) TO WS-PN-TEXT
                 MOVE WS-RUL-TOK-LEN TO WS-PN-LEN
                 PERFORM 4600-PARSE-NUMBER
                 MOVE WS-PN-VALUE TO WS-MSK-SHIFT(WS-MSK-COUNT)
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the line applies to every field of the map that carries its
      * name, each occurrence of an OCCURS included ; every one of
      * them must be able to take the method before any is marked
       7220-MAP-MASK-FIELD.
           MOVE "N" TO WS-MSK-HIT-SW
           PERFORM VARYING WS-MSK-FLD FROM 1 BY 1
              UNTIL WS-MSK-FLD > WS-CPY-COUNT
              IF WS-CPY-NAME(WS-MSK-FLD) = WS-MSK-NAME(WS-MSK-COUNT)
                 SET WS-MSK-HIT TO TRUE
                 PERFORM 7225-CHECK-MASK-FIELD
              END-IF
           END-PERFORM
           IF NOT WS-MSK-HIT
              DISPLAY "ERREUR : CHAMP ABSENT DU COPYBOOK" SPACE
                      WS-MSK-NAME(WS-MSK-COUNT)
              SET WS-MSK-BAD TO TRUE
           END-IF
           IF NOT WS-MSK-BAD
              PERFORM VARYING WS-MSK-FLD FROM 1 BY 1
                 UNTIL WS-MSK-FLD > WS-CPY-COUNT
                 IF WS-CPY-NAME(WS-MSK-FLD)
                    = WS-MSK-NAME(WS-MSK-COUNT)
                    MOVE WS-MSK-COUNT TO WS-MSK-FLD-LINE(WS-MSK-FLD)
                 END-IF
              END-PERFORM
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * packed and binary fields can only be kept ; a date shift needs
      * eight bytes ; a fixed value must fit the field and, on a
      * numeric field, be a value validate mode accepts - digits only
      * for an unsigned integer, a signed or pointed number otherwise
       7225-CHECK-MASK-FIELD.
           MOVE WS-MSK-COUNT TO WS-MSK-IDX
           IF WS-MSK-METHOD(WS-MSK-IDX) NOT = "K"
              AND WS-CPY-USAGE(WS-MSK-FLD) NOT = "D"
              DISPLAY "ERREUR : CHAMP PACKE OU BINAIRE" SPACE
                      WS-MSK-NAME(WS-MSK-IDX)
              SET WS-MSK-BAD TO TRUE
           END-IF
           IF WS-MSK-METHOD(WS-MSK-IDX) = "D"
              AND WS-CPY-LEN(WS-MSK-FLD) < 8
              DISPLAY "ERREUR : CHAMP TROP COURT POUR UNE DATE" SPACE
                      WS-MSK-NAME(WS-MSK-IDX)
              SET WS-MSK-BAD TO TRUE
           END-IF
           IF WS-MSK-METHOD(WS-MSK-IDX) = "F"
              MOVE WS-MSK-FIX-LEN(WS-MSK-IDX) TO WS-MSK-LEN
              IF WS-MSK-LEN > WS-CPY-LEN(WS-MSK-FLD)
                 DISPLAY "ERREUR : VALEUR PLUS LONGUE QUE LE CHAMP"
                         SPACE WS-MSK-NAME(WS-MSK-IDX)
                 SET WS-MSK-BAD TO TRUE
              ELSE
                 IF WS-CPY-TYPE(WS-MSK-FLD) = "9"
                    IF WS-CPY-DEC(WS-MSK-FLD) = 0
                       AND WS-CPY-SIGN(WS-MSK-FLD) NOT = "Y"
                       IF WS-MSK-FIXED(WS-MSK-IDX)(1:WS-MSK-LEN)
                          IS NOT NUMERIC
                          MOVE "N" TO WS-PN-OK-SW
                       ELSE
                          MOVE "Y" TO WS-PN-OK-SW
                       END-IF
                    ELSE
                       PERFORM 7227-CHECK-FIXED-AMOUNT
                    END-IF
                    IF NOT WS-PN-OK
                       DISPLAY "ERREUR : VALEUR NON NUMERIQUE" SPACE
                               WS-MSK-NAME(WS-MSK-IDX)
                       SET WS-MSK-BAD TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * an amount value goes through the shared number parse, with
      * the two shapes the number parse lets by and validate does
      * not : a point with no decimal after it, a sign at both ends
       7227-CHECK-FIXED-AMOUNT.
           MOVE "N" TO WS-PN-OK-SW
           IF WS-MSK-LEN <= 34
              MOVE SPACES TO WS-PN-TEXT
              MOVE WS-MSK-FIXED(WS-MSK-IDX)(1:WS-MSK-LEN) TO WS-PN-TEXT
              MOVE WS-MSK-LEN TO WS-PN-LEN
              PERFORM 4600-PARSE-NUMBER
              IF WS-PN-TEXT(WS-MSK-LEN:1) = "."
                 MOVE "N" TO WS-PN-OK-SW
              END-IF
              IF WS-MSK-LEN > 1
                 AND (WS-PN-TEXT(1:1) = "-" OR WS-PN-TEXT(1:1) = "+")
                 AND (WS-PN-TEXT(WS-MSK-LEN:1) = "-"
                      OR WS-PN-TEXT(WS-MSK-LEN:1) = "+")
                 MOVE "N" TO WS-PN-OK-SW
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the scramble keys : a seed hashed from the digits of the run
      * id and every byte of the secret, then one key per position
      * from a multiplicative generator run off that seed ; the same
      * run id under the same secret always gives the same keys
       7230-MAKE-MASK-KEYS.
           IF WS-RESTART-RUN
              MOVE WS-RST-RUN-ID TO WS-MSK-SEED-ID
           ELSE
              MOVE WS-RUN-ID TO WS-MSK-SEED-ID
           END-IF
           MOVE 0 TO WS-MSK-SEED
           PERFORM VARYING WS-MSK-J FROM 1 BY 1 UNTIL WS-MSK-J > 16
              MOVE WS-MSK-SEED-ID(WS-MSK-J:1) TO WS-DIGIT-CHAR
              IF WS-DIGIT-CHAR >= "0" AND WS-DIGIT-CHAR <= "9"
                 MOVE WS-DIGIT-CHAR TO WS-DIGIT-VAL
                 COMPUTE WS-MSK-WORK
                       = WS-MSK-SEED * 31 + WS-DIGIT-VAL + 7
                 DIVIDE WS-MSK-WORK BY 2147483647
                        GIVING WS-MSK-QUOT REMAINDER WS-MSK-SEED
              END-IF
           END-PERFORM
           PERFORM VARYING WS-MSK-J FROM 1 BY 1
              UNTIL WS-MSK-J > WS-MSK-SECRET-LEN
              MOVE LOW-VALUE TO WS-MSK-WORD-X(1:1)
              MOVE WS-MSK-SECRET(WS-MSK-J:1) TO WS-MSK-WORD-X(2:1)
              COMPUTE WS-MSK-WORK
                    = WS-MSK-SEED * 257 + WS-MSK-WORD + 7
              DIVIDE WS-MSK-WORK BY 2147483647
                     GIVING WS-MSK-QUOT REMAINDER WS-MSK-SEED
           END-PERFORM
           IF WS-MSK-SEED = 0
              MOVE 1 TO WS-MSK-SEED
           END-IF
           PERFORM VARYING WS-MSK-KEY-IDX FROM 1 BY 1
              UNTIL WS-MSK-KEY-IDX > 256
              COMPUTE WS-MSK-WORK = WS-MSK-SEED * 48271
              DIVIDE WS-MSK-WORK BY 2147483647
                     GIVING WS-MSK-QUOT REMAINDER WS-MSK-SEED
              DIVIDE WS-MSK-SEED BY 9973
                     GIVING WS-MSK-QUOT
                     REMAINDER WS-MSK-KEY(WS-MSK-KEY-IDX)
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
       7240-RUN-MASKING.
           PERFORM UNTIL FS-INPUT-EOF
              PERFORM 1400-READ-INPUT-RECORD
              IF NOT FS-INPUT-EOF
                 ADD 1 TO WS-RECNO
                 ADD 1 TO WS-LINES-READ
                 PERFORM 1230-PAD-INPUT-TAIL
                 PERFORM 7250-MASK-RECORD
                 PERFORM 7280-WRITE-MASKED
              END-IF
           END-PERFORM
           DISPLAY "MASQUES :" SPACE WS-LINES-WRITTEN SPACE
                   "SUR" SPACE WS-LINES-READ
           IF WS-LOG-STATUS = SPACES
              MOVE "00" TO WS-LOG-STATUS
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the record is copied as it came - an EBCDIC card from the
      * untranslated image - and each masked field laid over it ; a
      * field past the end of a short record is left out, one cut by
      * the end is masked and cut the same way
       7250-MASK-RECORD.
           IF WS-INPUT-LEN > 0
              IF WS-EBC-ACTIVE
                 MOVE WS-EBC-RAW(1:WS-INPUT-LEN)
                      TO WS-MSK-RECORD(1:WS-INPUT-LEN)
              ELSE
                 MOVE R-INPUT(1:WS-INPUT-LEN)
                      TO WS-MSK-RECORD(1:WS-INPUT-LEN)
              END-IF
              PERFORM VARYING WS-MSK-FLD FROM 1 BY 1
                 UNTIL WS-MSK-FLD > WS-CPY-COUNT
                 MOVE WS-MSK-FLD-LINE(WS-MSK-FLD) TO WS-MSK-IDX
                 IF WS-MSK-IDX > 0
                    AND WS-CPY-OFFSET(WS-MSK-FLD) <= WS-INPUT-LEN
                    IF WS-MSK-METHOD(WS-MSK-IDX) NOT = "K"
                       PERFORM 7255-MASK-FIELD
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one field : masked in the translated image, then turned back
      * into the code page of the record ; a blank value stays blank
      * whatever the method, so an absent value stays absent
       7255-MASK-FIELD.
           MOVE WS-CPY-OFFSET(WS-MSK-FLD) TO WS-MSK-OFF
           MOVE WS-CPY-LEN(WS-MSK-FLD) TO WS-MSK-LEN
           MOVE R-INPUT(WS-MSK-OFF:WS-MSK-LEN)
                TO WS-MSK-VALUE(1:WS-MSK-LEN)
           IF WS-MSK-VALUE(1:WS-MSK-LEN) NOT = SPACES
              EVALUATE WS-MSK-METHOD(WS-MSK-IDX)
                 WHEN "S"
                    PERFORM 7260-SCRAMBLE-VALUE
                 WHEN "F"
                    PERFORM 7265-FIXED-VALUE
                 WHEN "D"
                    PERFORM 7270-SHIFT-DATE
              END-EVALUATE
              IF WS-EBC-ACTIVE
                 INSPECT WS-MSK-VALUE(1:WS-MSK-LEN)
                         CONVERTING WS-EBC-TO TO WS-EBC-FROM
              END-IF
              IF WS-MSK-OFF + WS-MSK-LEN - 1 > WS-INPUT-LEN
                 COMPUTE WS-MSK-LEN = WS-INPUT-LEN - WS-MSK-OFF + 1
              END-IF
              MOVE WS-MSK-VALUE(1:WS-MSK-LEN)
                   TO WS-MSK-RECORD(WS-MSK-OFF:WS-MSK-LEN)
              ADD 1 TO WS-MSK-VALUES(WS-MSK-IDX)
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * scramble preserving the format : a digit becomes a digit, an
      * upper or lower case letter a letter of the same case, every
      * other byte - sign, point, blank, dash - stays where it is, so
      * a numeric field still passes validate ; the value is run
      * through twice, left to right then right to left, so that two
      * values differing in one character differ all along ; the same
      * value masks the same in every field and every file of the
      * run, blanks around it or not
       7260-SCRAMBLE-VALUE.
           MOVE 0 TO WS-MSK-J
           MOVE 1 TO WS-MSK-START
           MOVE 1 TO WS-MSK-STEP
           PERFORM 7262-SCRAMBLE-PASS
           MOVE WS-MSK-LEN TO WS-MSK-START
           MOVE -1 TO WS-MSK-STEP
           PERFORM 7262-SCRAMBLE-PASS.
           EXIT.

      *-----------------------------------------------------------------
      * one pass : each character is shifted by the key of its rank
      * among the characters changed plus a running sum of the
      * characters met before it in the pass
       7262-SCRAMBLE-PASS.
           MOVE 0 TO WS-MSK-CHAIN
           PERFORM VARYING WS-MSK-POS FROM WS-MSK-START BY WS-MSK-STEP
              UNTIL WS-MSK-POS < 1 OR WS-MSK-POS > WS-MSK-LEN
              MOVE WS-MSK-VALUE(WS-MSK-POS:1) TO WS-MSK-CHAR
              MOVE 0 TO WS-MSK-BASE WS-MSK-OLD
              EVALUATE TRUE
                 WHEN WS-MSK-CHAR >= "0" AND WS-MSK-CHAR <= "9"
                    MOVE 10 TO WS-MSK-BASE
                    INSPECT WS-MSK-DIGITS TALLYING WS-MSK-OLD
                            FOR CHARACTERS BEFORE INITIAL WS-MSK-CHAR
                 WHEN WS-MSK-CHAR >= "A" AND WS-MSK-CHAR <= "Z"
                    MOVE 26 TO WS-MSK-BASE
                    INSPECT WS-MSK-UPPER TALLYING WS-MSK-OLD
                            FOR CHARACTERS BEFORE INITIAL WS-MSK-CHAR
                 WHEN WS-MSK-CHAR >= "a" AND WS-MSK-CHAR <= "z"
                    MOVE 26 TO WS-MSK-BASE
                    INSPECT WS-MSK-LOWER TALLYING WS-MSK-OLD
                            FOR CHARACTERS BEFORE INITIAL WS-MSK-CHAR
              END-EVALUATE
              IF WS-MSK-OLD >= WS-MSK-BASE
                 MOVE 0 TO WS-MSK-BASE
              END-IF
              IF WS-MSK-BASE > 0
                 DIVIDE WS-MSK-J BY 256
                        GIVING WS-MSK-QUOT REMAINDER WS-MSK-KEY-IDX
                 ADD 1 TO WS-MSK-KEY-IDX
                 ADD 1 TO WS-MSK-J
                 COMPUTE WS-MSK-WORK = WS-MSK-OLD + WS-MSK-CHAIN
                                     + WS-MSK-KEY(WS-MSK-KEY-IDX)
                 DIVIDE WS-MSK-WORK BY WS-MSK-BASE
                        GIVING WS-MSK-QUOT REMAINDER WS-MSK-NEW
                 COMPUTE WS-MSK-WORK = WS-MSK-CHAIN * 7 + WS-MSK-OLD + 1
                 DIVIDE WS-MSK-WORK BY 9973
                        GIVING WS-MSK-QUOT REMAINDER WS-MSK-CHAIN
                 EVALUATE TRUE
                    WHEN WS-MSK-BASE = 10
                       MOVE WS-MSK-DIGITS(WS-MSK-NEW + 1:1)
                            TO WS-MSK-VALUE(WS-MSK-POS:1)
                    WHEN WS-MSK-CHAR >= "a"
                       MOVE WS-MSK-LOWER(WS-MSK-NEW + 1:1)
                            TO WS-MSK-VALUE(WS-MSK-POS:1)
                    WHEN OTHER
                       MOVE WS-MSK-UPPER(WS-MSK-NEW + 1:1)
                            TO WS-MSK-VALUE(WS-MSK-POS:1)
                 END-EVALUATE
              END-IF
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
      * fixed substitution : text left-justified, an unsigned integer
      * right-justified over zeros, an amount right-justified over
      * blanks, the way each is written in the extract
       7265-FIXED-VALUE.
           MOVE WS-MSK-FIX-LEN(WS-MSK-IDX) TO WS-MSK-J
           IF WS-CPY-TYPE(WS-MSK-FLD) = "9"
              IF WS-CPY-DEC(WS-MSK-FLD) = 0
                 AND WS-CPY-SIGN(WS-MSK-FLD) NOT = "Y"
                 MOVE ALL "0" TO WS-MSK-VALUE(1:WS-MSK-LEN)
              ELSE
                 MOVE SPACES TO WS-MSK-VALUE(1:WS-MSK-LEN)
              END-IF
              MOVE WS-MSK-FIXED(WS-MSK-IDX)(1:WS-MSK-J)
                   TO WS-MSK-VALUE(WS-MSK-LEN - WS-MSK-J + 1:WS-MSK-J)
           ELSE
              MOVE WS-MSK-FIXED(WS-MSK-IDX)(1:WS-MSK-J)
                   TO WS-MSK-VALUE(1:WS-MSK-LEN)
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * date shift : a valid eight-digit date moves by the days of the
      * line, in its own format and at its own place in the field ;
      * a zero date is left as it is, and anything that is not a date
      * - or would leave years 1 to 9999 - is scrambled instead, so
      * no clear value gets through
       7270-SHIFT-DATE.
           MOVE "N" TO WS-MSK-DATE-SW
           MOVE WS-MSK-FLD TO WS-VAL-FIELD-IDX
           PERFORM 4210-STRIP-FIELD
           IF WS-VAL-FIRST > 0
              AND WS-VAL-LAST - WS-VAL-FIRST + 1 = 8
              AND R-INPUT(WS-VAL-FIRST:8) IS NUMERIC
              MOVE R-INPUT(WS-VAL-FIRST:8) TO WS-MSK-DATE-OLD
              IF WS-MSK-DATE-OLD = ZEROS
                 SET WS-MSK-DATE-DONE TO TRUE
              ELSE
                 IF WS-MSK-FORMAT(WS-MSK-IDX) = "DDMMYYYY"
                    MOVE WS-MSK-DATE-OLD(5:4) TO WS-MSK-YEAR
                    MOVE WS-MSK-DATE-OLD(3:2) TO WS-MSK-MONTH
                    MOVE WS-MSK-DATE-OLD(1:2) TO WS-MSK-DAY
                 ELSE
                    MOVE WS-MSK-DATE-OLD(1:4) TO WS-MSK-YEAR
                    MOVE WS-MSK-DATE-OLD(5:2) TO WS-MSK-MONTH
                    MOVE WS-MSK-DATE-OLD(7:2) TO WS-MSK-DAY
                 END-IF
                 IF WS-MSK-YEAR > 0
                    AND WS-MSK-MONTH >= 1 AND WS-MSK-MONTH <= 12
                    AND WS-MSK-DAY >= 1 AND WS-MSK-DAY <= 31
                    PERFORM 7275-DAYS-FROM-DATE
                    PERFORM 7277-DATE-FROM-DAYS
                    IF WS-MSK-DATE-TEXT = WS-MSK-DATE-OLD
                       ADD WS-MSK-SHIFT(WS-MSK-IDX) TO WS-MSK-DAYS
                       IF WS-MSK-DAYS >= 0
                          PERFORM 7277-DATE-FROM-DAYS
                          IF WS-MSK-DATE-TEXT NOT = SPACES
                             MOVE WS-MSK-DATE-TEXT
                                  TO WS-MSK-VALUE(WS-VAL-FIRST
                                                  - WS-MSK-OFF + 1:8)
                             SET WS-MSK-DATE-DONE TO TRUE
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF NOT WS-MSK-DATE-DONE
              PERFORM 7260-SCRAMBLE-VALUE
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the day count of WS-MSK-YEAR/MONTH/DAY, day 0 being the first
      * of March of year 0, the year taken from March to February so
      * the leap day falls last
       7275-DAYS-FROM-DATE.
           MOVE WS-MSK-YEAR TO WS-MSK-CYEAR
           IF WS-MSK-MONTH <= 2
              SUBTRACT 1 FROM WS-MSK-CYEAR
              COMPUTE WS-MSK-MP = WS-MSK-MONTH + 9
           ELSE
              COMPUTE WS-MSK-MP = WS-MSK-MONTH - 3
           END-IF
           DIVIDE WS-MSK-CYEAR BY 400
                  GIVING WS-MSK-ERA REMAINDER WS-MSK-YOE
           COMPUTE WS-MSK-WORK = 153 * WS-MSK-MP + 2
           DIVIDE WS-MSK-WORK BY 5 GIVING WS-MSK-Q1
           COMPUTE WS-MSK-DOY = WS-MSK-Q1 + WS-MSK-DAY - 1
           DIVIDE WS-MSK-YOE BY 4 GIVING WS-MSK-Q2
           DIVIDE WS-MSK-YOE BY 100 GIVING WS-MSK-Q3
           COMPUTE WS-MSK-DOE = WS-MSK-YOE * 365 + WS-MSK-Q2
                              - WS-MSK-Q3 + WS-MSK-DOY
           COMPUTE WS-MSK-DAYS = WS-MSK-ERA * 146097 + WS-MSK-DOE.
           EXIT.

      *-----------------------------------------------------------------
      * back from the day count to a date, written in WS-MSK-DATE-TEXT
      * in the format of the line ; blank when the year falls outside
      * 1 to 9999
       7277-DATE-FROM-DAYS.
           DIVIDE WS-MSK-DAYS BY 146097
                  GIVING WS-MSK-ERA REMAINDER WS-MSK-DOE
           DIVIDE WS-MSK-DOE BY 1460 GIVING WS-MSK-Q1
           DIVIDE WS-MSK-DOE BY 36524 GIVING WS-MSK-Q2
           DIVIDE WS-MSK-DOE BY 146096 GIVING WS-MSK-Q3
           COMPUTE WS-MSK-WORK = WS-MSK-DOE - WS-MSK-Q1
                               + WS-MSK-Q2 - WS-MSK-Q3
           DIVIDE WS-MSK-WORK BY 365 GIVING WS-MSK-YOE
           DIVIDE WS-MSK-YOE BY 4 GIVING WS-MSK-Q1
           DIVIDE WS-MSK-YOE BY 100 GIVING WS-MSK-Q2
           COMPUTE WS-MSK-DOY = WS-MSK-DOE
                 - (365 * WS-MSK-YOE + WS-MSK-Q1 - WS-MSK-Q2)
           COMPUTE WS-MSK-WORK = 5 * WS-MSK-DOY + 2
           DIVIDE WS-MSK-WORK BY 153 GIVING WS-MSK-MP
           COMPUTE WS-MSK-WORK = 153 * WS-MSK-MP + 2
           DIVIDE WS-MSK-WORK BY 5 GIVING WS-MSK-Q1
           COMPUTE WS-MSK-DAY = WS-MSK-DOY - WS-MSK-Q1 + 1
           IF WS-MSK-MP < 10
              COMPUTE WS-MSK-MONTH = WS-MSK-MP + 3
           ELSE
              COMPUTE WS-MSK-MONTH = WS-MSK-MP - 9
           END-IF
           COMPUTE WS-MSK-CYEAR = WS-MSK-YOE + WS-MSK-ERA * 400
           IF WS-MSK-MONTH <= 2
              ADD 1 TO WS-MSK-CYEAR
           END-IF
           MOVE SPACES TO WS-MSK-DATE-TEXT
           IF WS-MSK-CYEAR >= 1 AND WS-MSK-CYEAR <= 9999
              MOVE WS-MSK-CYEAR TO WS-MSK-YEAR
              IF WS-MSK-FORMAT(WS-MSK-IDX) = "DDMMYYYY"
                 MOVE WS-MSK-DAY   TO WS-MSK-DATE-TEXT(1:2)
                 MOVE WS-MSK-MONTH TO WS-MSK-DATE-TEXT(3:2)
                 MOVE WS-MSK-YEAR  TO WS-MSK-DATE-TEXT(5:4)
              ELSE
                 MOVE WS-MSK-YEAR  TO WS-MSK-DATE-TEXT(1:4)
                 MOVE WS-MSK-MONTH TO WS-MSK-DATE-TEXT(5:2)
                 MOVE WS-MSK-DAY   TO WS-MSK-DATE-TEXT(7:2)
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the masked record at the length it was read : a fixed-length
      * card writes it as bytes with no delimiter, the way it came
       7280-WRITE-MASKED.
           IF WS-FIX-ACTIVE
              PERFORM VARYING WS-MSK-J FROM 1 BY 1
                 UNTIL WS-MSK-J > WS-INPUT-LEN
                    OR NOT FS-SUBSET-OK
                 MOVE WS-MSK-RECORD(WS-MSK-J:1) TO R-SUBSET-BIN
                 WRITE R-SUBSET-BIN
              END-PERFORM
           ELSE
              MOVE WS-INPUT-LEN TO WS-SUBSET-LEN
              IF WS-INPUT-LEN > 0
                 MOVE WS-MSK-RECORD(1:WS-INPUT-LEN) TO R-SUBSET
              END-IF
              WRITE R-SUBSET
           END-IF
           IF FS-SUBSET-OK
              ADD 1 TO WS-LINES-WRITTEN
           ELSE
              IF WS-LOG-STATUS = SPACES
                 MOVE FS-SUBSET TO WS-LOG-STATUS
              END-IF
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * one log line per masked field, ahead of the card line : MASK
      * FIELD= the name, METHOD=, VALUES= how many values it masked
      * and FILE= the extract ; a card that masked nothing is graded
      * WARNING, its copy being the extract in clear
       7290-LOG-MASKING.
           MOVE 0 TO WS-MSK-MASKED
           PERFORM VARYING WS-MSK-IDX FROM 1 BY 1
              UNTIL WS-MSK-IDX > WS-MSK-COUNT
              IF WS-MSK-METHOD(WS-MSK-IDX) NOT = "K"
                 ADD 1 TO WS-MSK-MASKED
                 EVALUATE WS-MSK-METHOD(WS-MSK-IDX)
                    WHEN "S"
                       MOVE "SCRAMBLE" TO WS-MSK-METHOD-TEXT
                    WHEN "F"
                       MOVE "FIXED" TO WS-MSK-METHOD-TEXT
                    WHEN OTHER
                       MOVE "DATESHIFT" TO WS-MSK-METHOD-TEXT
                 END-EVALUATE
                 DISPLAY "MASQUE :" SPACE WS-MSK-NAME(WS-MSK-IDX)
                         SPACE WS-MSK-METHOD-TEXT SPACE
                         WS-MSK-VALUES(WS-MSK-IDX)
                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
                 ACCEPT WS-LOG-TIME FROM TIME
                 MOVE SPACES TO WS-LOG-LINE
                 STRING WS-LOG-DATE DELIMITED BY SIZE,
                        " " DELIMITED BY SIZE,
                        WS-LOG-TIME DELIMITED BY SIZE,
                        " RUN=" DELIMITED BY SIZE,
                        WS-RUN-ID DELIMITED BY SIZE,
                        " MASK FIELD=" DELIMITED BY SIZE,
                        WS-MSK-NAME(WS-MSK-IDX) DELIMITED BY SPACE,
                        " METHOD=" DELIMITED BY SIZE,
                        WS-MSK-METHOD-TEXT DELIMITED BY SPACE,
                        " VALUES=" DELIMITED BY SIZE,
                        WS-MSK-VALUES(WS-MSK-IDX) DELIMITED BY SIZE,
                        " FILE=" DELIMITED BY SIZE,
                        WS-MAN-INPUT DELIMITED BY SPACE
                        INTO WS-LOG-LINE
                 MOVE WS-LOG-LINE TO R-LOG
                 WRITE R-LOG
                 IF NOT FS-LOG-OK
                    DISPLAY "ERREUR LOG :" SPACE FS-LOG
                 END-IF
              END-IF
           END-PERFORM
           IF WS-MSK-MASKED = 0
              DISPLAY "ATTENTION : AUCUN CHAMP MASQUE"
              MOVE 4 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           EXIT.

      ******************************************************************
       8000-LOG-WRITE.
           MOVE SPACES TO WS-LOG-LINE.
           PERFORM 8050-BUILD-LOG-SUFFIX
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           STRING WS-LOG-DATE DELIMITED BY SIZE,
                  " STATUS=" DELIMITED BY SIZE,
                  WS-LOG-STATUS DELIMITED BY SIZE,
                  " SEV=" DELIMITED BY SIZE,
                  WS-JOB-SEVERITY DELIMITED BY SIZE,
                  " MODE=" DELIMITED BY SIZE,
                  WS-MAN-MODE DELIMITED BY SIZE,
                  " START=" DELIMITED BY SIZE,
                  WS-JOB-START DELIMITED BY SIZE,
                  WS-LOG-SUFFIX DELIMITED BY SIZE
                  INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO R-LOG
           WRITE R-LOG
              MOVE WS-LINES-WRITTEN TO WS-JOB-WRITTEN(WS-JOB-COUNT)
              MOVE WS-LOG-STATUS    TO WS-JOB-STATUS(WS-JOB-COUNT)
              MOVE WS-SKIP-SW       TO WS-JOB-SKIP(WS-JOB-COUNT)
              MOVE WS-CARRY-SW      TO WS-JOB-CARRIED(WS-JOB-COUNT)
           ELSE
      * the summary table is full ; the run is flagged so a sommaire
      * of exactly 200 lines is never read as the whole manifest
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * only a restart run has a tail : RESTART= names the run taken
      * up again, CARRIED=Y the cards that were not run this time
       8050-BUILD-LOG-SUFFIX.
           MOVE SPACES TO WS-LOG-SUFFIX
           IF WS-RESTART-RUN
              MOVE " RESTART=" TO WS-LOG-RST-TAG
              MOVE WS-RST-RUN-ID TO WS-LOG-RST-ID
              IF WS-CARD-CARRIED
                 MOVE " CARRIED=Y" TO WS-LOG-CARRY-TAG
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * a job's grade can only get worse ; WS-NEW-SEVERITY carries the
      * grade the caller wants to raise to
              MOVE WS-JOB-READ(WS-JOB-IDX)    TO WS-SUM-READ
              MOVE WS-JOB-WRITTEN(WS-JOB-IDX) TO WS-SUM-WRITTEN
              MOVE WS-JOB-STATUS(WS-JOB-IDX)  TO WS-SUM-STATUS
              IF WS-JOB-CARRIED(WS-JOB-IDX) = "Y"
                 MOVE " CARRIED" TO WS-SUM-CARRIED
              ELSE
                 MOVE SPACES TO WS-SUM-CARRIED
              END-IF
              IF WS-JOB-SKIP(WS-JOB-IDX) = "Y"
                 MOVE "SKIPPED" TO WS-SUM-GRADE
              ELSE
              WRITE R-LOG
           END-IF
           IF WS-JOB-COUNT > 0
              ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOG-TIME FROM TIME
              MOVE "N" TO WS-CARRY-SW
              PERFORM 8050-BUILD-LOG-SUFFIX
              MOVE SPACES TO WS-LOG-LINE
              STRING "SUMMARY WORST SEVERITY=" DELIMITED BY SIZE,
                     WS-RUN-SEVERITY DELIMITED BY SIZE,
                     " RUN=" DELIMITED BY SIZE,
                     WS-RUN-ID DELIMITED BY SIZE,
                     " END=" DELIMITED BY SIZE,
                     WS-LOG-DATE DELIMITED BY SIZE,
                     WS-LOG-TIME DELIMITED BY SIZE,
                     WS-LOG-SUFFIX DELIMITED BY SIZE
                     INTO WS-LOG-LINE
              DISPLAY WS-LOG-LINE
              MOVE WS-LOG-LINE TO R-LOG
              ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
              MOVE WS-LOG-DATE       TO CAT-DATE
              MOVE WS-MAN-INPUT      TO CAT-SOURCE
              MOVE "P"               TO CAT-STATUS
              WRITE R-CATALOG
                 INVALID KEY
                    REWRITE R-CATALOG
              END-WRITE
              MOVE CAT-VERSION TO WS-DIC-VERSION
              CLOSE F-CATALOG
              PERFORM 9200-DICTIONARY-REGISTER
           END-IF.
           EXIT.

           PERFORM 8100-RAISE-SEVERITY.
           EXIT.

      *-----------------------------------------------------------------
      * the layout a validate, migrate, export, split or rejoin card
      * reads is the member on its ruler slot ; when that member is
      * the output of a catalogued build, its most recent build must
      * have been approved on the cccat screen - pending, rejected or
      * retired, the job still runs but is graded WARNING, so an
      * unreviewed layout change never reaches production unseen ; a
      * member the catalog never built is not checked
       9150-CHECK-APPROVAL.
           MOVE "N" TO WS-APR-FOUND-SW
           MOVE SPACES TO WS-APR-DATE
           IF WS-MAN-RULER NOT = SPACES
              MOVE SPACES TO FS-CATALOG
              OPEN INPUT F-CATALOG
              IF FS-CATALOG-OK
                 PERFORM UNTIL FS-CATALOG-EOF
                    READ F-CATALOG NEXT RECORD
                       AT END
                          SET FS-CATALOG-EOF TO TRUE
                       NOT AT END
                          IF CAT-MEMBER = WS-MAN-RULER
                             AND CAT-DATE NOT < WS-APR-DATE
                             SET WS-APR-FOUND TO TRUE
                             MOVE CAT-NAME    TO WS-APR-NAME
                             MOVE CAT-VERSION TO WS-APR-VERSION
                             MOVE CAT-DATE    TO WS-APR-DATE
                             MOVE CAT-STATUS  TO WS-APR-STATUS
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE F-CATALOG
              ELSE
                 IF FS-CATALOG NOT = "35"
                    DISPLAY "ATTENTION : APPROBATION NON VERIFIEE,"
                            " CATALOGUE" SPACE FS-CATALOG
                    MOVE 4 TO WS-NEW-SEVERITY
                    PERFORM 8100-RAISE-SEVERITY
                 END-IF
              END-IF
              IF WS-APR-FOUND AND WS-APR-STATUS NOT = "A"
                 DISPLAY "ATTENTION : VERSION NON APPROUVEE" SPACE
                         WS-APR-NAME SPACE "VERSION" SPACE
                         WS-APR-VERSION SPACE "STATUT" SPACE
                         WS-APR-STATUS
                 MOVE 4 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      * the fields of the version just catalogued go to CCCOP.DIC from
      * the field map, one entry each in map order, with the picture
      * rebuilt from the map the way the generator writes it ; a map
      * that could not hold every field of the group is announced,
      * because the dictionary would then answer an audit short
       9200-DICTIONARY-REGISTER.
           MOVE SPACES TO FS-DICTIONARY
           OPEN I-O F-DICTIONARY
           IF FS-DICTIONARY = "35"
              OPEN OUTPUT F-DICTIONARY
              CLOSE F-DICTIONARY
              OPEN I-O F-DICTIONARY
           END-IF
           IF NOT FS-DICTIONARY-OK
              DISPLAY "ERREUR DICTIONNAIRE :" SPACE FS-DICTIONARY
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           ELSE
              PERFORM VARYING WS-DIC-IDX FROM 1 BY 1
                 UNTIL WS-DIC-IDX > WS-CPY-COUNT
                 PERFORM 9250-WRITE-DIC-ENTRY
              END-PERFORM
              CLOSE F-DICTIONARY
              IF WS-CPY-COUNT < WS-FLD-COUNT
                 DISPLAY "ATTENTION : DICTIONNAIRE INCOMPLET" SPACE
                         WS-DDL-TABLE-NAME
                 MOVE 4 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       9250-WRITE-DIC-ENTRY.
           MOVE SPACES TO R-DICTIONARY
           MOVE WS-DDL-TABLE-NAME TO DIC-LAYOUT
           MOVE WS-DIC-VERSION TO DIC-VERSION
           MOVE WS-DIC-IDX TO DIC-SEQ
           MOVE WS-CPY-NAME(WS-DIC-IDX) TO DIC-FIELD
           MOVE WS-CPY-LEVEL(WS-DIC-IDX) TO DIC-LEVEL
           MOVE WS-CPY-OFFSET(WS-DIC-IDX) TO DIC-OFFSET
           MOVE WS-CPY-LEN(WS-DIC-IDX) TO DIC-LENGTH
           MOVE WS-CPY-TYPE(WS-DIC-IDX) TO WS-BPC-TYPE
           MOVE WS-CPY-INT(WS-DIC-IDX) TO WS-BPC-INT
           MOVE WS-CPY-DEC(WS-DIC-IDX) TO WS-BPC-DEC
           MOVE WS-CPY-SIGN(WS-DIC-IDX) TO WS-BPC-SIGN
           PERFORM 2850-BUILD-PIC-CLAUSE
           MOVE WS-PIC-CLAUSE(1:WS-PIC-CLAUSE-LEN) TO DIC-PIC
           EVALUATE WS-CPY-USAGE(WS-DIC-IDX)
              WHEN "P"
                 MOVE "COMP-3" TO DIC-USAGE
              WHEN "B"
                 MOVE "BINARY" TO DIC-USAGE
              WHEN OTHER
                 MOVE "DISPLAY" TO DIC-USAGE
           END-EVALUATE
           MOVE WS-MAN-OUTPUT TO DIC-MEMBER
           MOVE WS-LOG-DATE TO DIC-DATE
           WRITE R-DICTIONARY
              INVALID KEY
                 REWRITE R-DICTIONARY
           END-WRITE.
           EXIT.

      ******************************************************************
      * inquiry job : WS-MAN-INPUT carries a record name, a record
      * length, or the name of an actual file whose first record is
           MOVE CAT-FIELDS TO WS-CAT-L-FIELDS
           MOVE CAT-DATE   TO WS-CAT-L-DATE
           MOVE CAT-SOURCE TO WS-CAT-L-SOURCE
           MOVE CAT-STATUS TO WS-CAT-L-STATUS
           MOVE SPACES TO R-OUTPUT
           MOVE WS-CAT-LINE TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT.
           EXIT.

      ******************************************************************
      * dictionary job : WS-MAN-INPUT carries a field name, and every
      * layout and version carrying a field of that name is listed on
      * WS-OUTPUT-FILE with its level, offset, length, picture and
      * usage - the answer to "who else has CLIENT-ID" before a width
      * changes ; "*" in its place prints the whole data dictionary,
      * layout by layout and version by version, for the auditors
      ******************************************************************
       9600-DICTIONARY-JOB.
           MOVE 0 TO WS-LINES-READ WS-LINES-WRITTEN WS-DIC-MATCHES
                     WS-DIC-LAYOUTS
           MOVE SPACES TO WS-LOG-STATUS
           OPEN OUTPUT F-OUTPUT
           IF FS-OUTPUT-OK
              MOVE SPACES TO FS-DICTIONARY
              OPEN INPUT F-DICTIONARY
              IF FS-DICTIONARY-OK
                 IF WS-MAN-INPUT = "*"
                    PERFORM 9700-DICTIONARY-REPORT
                 ELSE
                    PERFORM 9650-WHERE-USED
                 END-IF
                 CLOSE F-DICTIONARY
              ELSE
                 DISPLAY "ERREUR DICTIONNAIRE :" SPACE FS-DICTIONARY
                 IF WS-LOG-STATUS = SPACES
                    MOVE FS-DICTIONARY TO WS-LOG-STATUS
                 END-IF
                 MOVE 4 TO WS-NEW-SEVERITY
                 PERFORM 8100-RAISE-SEVERITY
              END-IF
              IF WS-DIC-MATCHES = 0
                 MOVE SPACES TO R-OUTPUT
                 MOVE "* NO MATCH" TO R-OUTPUT
                 PERFORM 2950-WRITE-OUTPUT-LINE
                 INITIALIZE R-OUTPUT
              END-IF
              IF WS-LOG-STATUS = SPACES
                 MOVE "00" TO WS-LOG-STATUS
              END-IF
              CLOSE F-OUTPUT
           ELSE
              MOVE FS-OUTPUT TO WS-LOG-STATUS
              MOVE 8 TO WS-NEW-SEVERITY
              PERFORM 8100-RAISE-SEVERITY
           END-IF.
           PERFORM 8000-LOG-WRITE.
           EXIT.

      *-----------------------------------------------------------------
      * the field name is the alternate key ; its duplicates come
      * back in the order they were filed, every layout that carries
      * the name once per version
       9650-WHERE-USED.
           MOVE "N" TO WS-DIC-DONE-SW
           MOVE SPACES TO R-DICTIONARY
           MOVE WS-MAN-INPUT TO DIC-FIELD
           START F-DICTIONARY KEY IS EQUAL TO DIC-FIELD
              INVALID KEY
                 SET WS-DIC-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-DIC-DONE
              READ F-DICTIONARY NEXT RECORD
                 AT END
                    SET WS-DIC-DONE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LINES-READ
                    IF DIC-FIELD = WS-MAN-INPUT
                       ADD 1 TO WS-DIC-MATCHES
                       MOVE DIC-FIELD   TO WS-DIC-U-FIELD
                       MOVE DIC-LAYOUT  TO WS-DIC-U-LAYOUT
                       MOVE DIC-VERSION TO WS-DIC-U-VERSION
                       MOVE DIC-LEVEL   TO WS-DIC-U-LEVEL
                       MOVE DIC-OFFSET  TO WS-DIC-U-OFFSET
                       MOVE DIC-LENGTH  TO WS-DIC-U-LENGTH
                       MOVE DIC-PIC     TO WS-DIC-U-PIC
                       MOVE DIC-USAGE   TO WS-DIC-U-USAGE
                       MOVE DIC-MEMBER  TO WS-DIC-U-MEMBER
                       MOVE SPACES TO R-OUTPUT
                       MOVE WS-DIC-USE-LINE TO R-OUTPUT
                       PERFORM 2950-WRITE-OUTPUT-LINE
                       INITIALIZE R-OUTPUT
                    ELSE
                       SET WS-DIC-DONE TO TRUE
                    END-IF
              END-READ
           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------
      * the whole dictionary in key order : a heading and the column
      * titles at each new layout or version, one line per field,
      * and the count of versions and fields at the end
       9700-DICTIONARY-REPORT.
           MOVE "N" TO WS-DIC-DONE-SW
           MOVE SPACES TO WS-DIC-PREV-LAYOUT
           MOVE 0 TO WS-DIC-PREV-VERSION
           MOVE SPACES TO R-OUTPUT
           MOVE "* DATA DICTIONARY" TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT
           PERFORM UNTIL WS-DIC-DONE
              READ F-DICTIONARY NEXT RECORD
                 AT END
                    SET WS-DIC-DONE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LINES-READ
                    ADD 1 TO WS-DIC-MATCHES
                    IF DIC-LAYOUT NOT = WS-DIC-PREV-LAYOUT
                       OR DIC-VERSION NOT = WS-DIC-PREV-VERSION
                       PERFORM 9750-WRITE-DIC-HEADING
                    END-IF
                    MOVE DIC-LEVEL  TO WS-DIC-F-LEVEL
                    MOVE DIC-FIELD  TO WS-DIC-F-FIELD
                    MOVE DIC-OFFSET TO WS-DIC-F-OFFSET
                    MOVE DIC-LENGTH TO WS-DIC-F-LENGTH
                    MOVE DIC-PIC    TO WS-DIC-F-PIC
                    MOVE DIC-USAGE  TO WS-DIC-F-USAGE
                    MOVE SPACES TO R-OUTPUT
                    MOVE WS-DIC-FLD-LINE TO R-OUTPUT
                    PERFORM 2950-WRITE-OUTPUT-LINE
                    INITIALIZE R-OUTPUT
              END-READ
           END-PERFORM
           MOVE SPACES TO R-OUTPUT
           STRING "* LAYOUT VERSIONS=" DELIMITED BY SIZE,
                  WS-DIC-LAYOUTS DELIMITED BY SIZE,
                  " FIELDS=" DELIMITED BY SIZE,
                  WS-DIC-MATCHES DELIMITED BY SIZE
                  INTO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT.
           EXIT.

      *-----------------------------------------------------------------
       9750-WRITE-DIC-HEADING.
           ADD 1 TO WS-DIC-LAYOUTS
           MOVE DIC-LAYOUT TO WS-DIC-PREV-LAYOUT
           MOVE DIC-VERSION TO WS-DIC-PREV-VERSION
           MOVE SPACES TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           MOVE DIC-LAYOUT  TO WS-DIC-H-LAYOUT
           MOVE DIC-VERSION TO WS-DIC-H-VERSION
           MOVE DIC-MEMBER  TO WS-DIC-H-MEMBER
           MOVE DIC-DATE    TO WS-DIC-H-DATE
           MOVE WS-DIC-HEAD-LINE TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           MOVE SPACES TO R-OUTPUT
           MOVE WS-DIC-COL-LINE TO R-OUTPUT
           PERFORM 2950-WRITE-OUTPUT-LINE
           INITIALIZE R-OUTPUT.
           EXIT.
