        IDENTIFICATION DIVISION.
        PROGRAM-ID. NUMF-DOSSIER.

      * Everything the shop holds on one number, on one report. When
      * an auditor or a customer disputes an answer, the story used
      * to be pieced together from MENU-DRIVER's NUMFACTS panel,
      * AUDIT-INQ with INPUT=, a CACHE-MAINT look at PRIMECAC, a
      * dump of NUMFEXCP and a hand scan of NUMFJRNL. DOSSRPT lists,
      * for the number on the command line:
      *   - the NUMFACTS record as it stands, field by field;
      *   - the PRIMECAC entry and its factor list;
      *   - every journal update to the key in time order, with the
      *     caller that made it - the archived journal generations
      *     (JRNLARC) as well as the live NUMFJRNL;
      *   - every audit record whose input was the number, off the
      *     archived trail (AUDARCH) as well as the live AUDITLOG;
      *   - every NUMFEXCP conflict refused against the key;
      *   - whether the number is on the desk's WATCHLST.
      * The journal and audit datasets may be concatenations of any
      * number of generations in any order: the hits are put in time
      * order here, so the JCL need not care which comes first.
      *
      * "ASOF yyyymmdd" after the number also rebuilds what the
      * NUMFACTS record said at the close of that date, by replaying
      * the journal entries for the key up to the end of the day,
      * and marks each field that has changed since - so "what did
      * we tell them on the 3rd" has a documented answer. A field
      * with no journal entry by then is shown as such: the rebuild
      * is only as long as the journal history on hand, and the
      * report says so when the live journal was compacted and no
      * archived generation was supplied.
      *
      * Usage: NUMF-DOSSIER <number> [ASOF yyyymmdd]. The number is
      * any EVEN-ODD key - a sign and up to thirty digits. Nothing
      * is updated. RETURN-CODE is 0, or 4 when the parameters are
      * bad or no dataset holds anything on the number at all.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT NUMFACTS-FILE ASSIGN TO "NUMFACTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NF-KEY
              ALTERNATE RECORD KEY IS NF-PRIMALITY
                  WITH DUPLICATES
              ALTERNATE RECORD KEY IS NF-DIVCLASS
                  WITH DUPLICATES
              FILE STATUS IS WS-NUMFACTS-STATUS.
          SELECT PRIME-CACHE-FILE ASSIGN TO "PRIMECAC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CACHE-KEY
              FILE STATUS IS WS-CACHE-STATUS.
          SELECT JRNL-ARC-FILE ASSIGN TO "JRNLARC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNLARC-STATUS.
          SELECT NUMF-JRNL-FILE ASSIGN TO "NUMFJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFJRNL-STATUS.
          SELECT AUDIT-ARC-FILE ASSIGN TO "AUDARCH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDARCH-STATUS.
          SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
          SELECT NUMF-EXCP-FILE ASSIGN TO "NUMFEXCP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFEXCP-STATUS.
          SELECT WATCH-LST-FILE ASSIGN TO "WATCHLST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WATCHLST-STATUS.
          SELECT DOSS-RPT-FILE ASSIGN TO "DOSSRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOSSRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD NUMFACTS-FILE.
          COPY NUMFREC.

          FD PRIME-CACHE-FILE.
          COPY CACHEREC.

      * Both journals, and both trails, are read through the one
      * copybook layout: each archived line is moved across into
      * the live FD's record before it is looked at.
          FD JRNL-ARC-FILE.
          01 JRNL-ARC-REC            PIC X(124).

          FD NUMF-JRNL-FILE.
          COPY NUMFJRN.

          FD AUDIT-ARC-FILE.
          01 AUDIT-ARC-REC           PIC X(142).

          FD AUDIT-FILE.
          COPY AUDREC.

      * Same columns NUMFACT writes the exception line in.
          FD NUMF-EXCP-FILE.
          01 NUMF-EXCP-REC.
            03 EX-TIMESTAMP          PIC X(14).
            03 FILLER                PIC X(1).
            03 EX-KEY                PIC X(31).
            03 FILLER                PIC X(1).
            03 EX-FIELD              PIC X(1).
            03 FILLER                PIC X(1).
            03 EX-OLD-VALUE          PIC X(60).
            03 FILLER                PIC X(1).
            03 EX-NEW-VALUE          PIC X(60).
            03 FILLER                PIC X(1).
            03 EX-CALLER             PIC X(12).
            03 FILLER                PIC X(1).
            03 EX-RUN-MODE           PIC X(1).

          FD WATCH-LST-FILE.
          01 WATCH-LST-REC           PIC X(31).

          FD DOSS-RPT-FILE.
          01 DOSS-RPT-REC            PIC X(100).

        WORKING-STORAGE SECTION.
          01 CMD-ARGS                PIC X(38).
          01 WS-NUMBER-TOKEN         PIC X(38).
          01 WS-ASOF-TOKEN           PIC X(10).
          01 WS-ASOF-DATE-TOKEN      PIC X(10).
          01 WS-EXTRA-TOKEN          PIC X(10).
          01 WS-ASOF-DATE            PIC X(8) VALUE SPACES.
          01 WS-ASOF-NUM             PIC 9(8).
          01 WS-ASOF-SWITCH          PIC X VALUE "N".
            88 ASOF-WANTED               VALUE "Y".

          01 WS-NUMFACTS-STATUS      PIC XX.
          01 WS-CACHE-STATUS         PIC XX.
          01 WS-JRNLARC-STATUS       PIC XX.
          01 WS-NUMFJRNL-STATUS      PIC XX.
          01 WS-AUDARCH-STATUS       PIC XX.
          01 WS-AUDIT-STATUS         PIC XX.
          01 WS-NUMFEXCP-STATUS      PIC XX.
          01 WS-WATCHLST-STATUS      PIC XX.
          01 WS-DOSSRPT-STATUS       PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".

      * The number in the sign-plus-magnitude shape NF-KEY, JR-KEY
      * and EX-KEY all carry, and as plain digits for display.
          01 WS-DOSS-KEY.
            03 WS-DOSS-KEY-SIGN      PIC X(1).
            03 WS-DOSS-KEY-VALUE     PIC 9(30).
          01 WS-DOSS-DISPLAY         PIC X(31).
          01 WS-DOSS-EDIT            PIC Z(29)9.

      * Turns one token into the key shape, or spaces when it is
      * not a whole number of at most thirty digits; shared by the
      * command line and the audit-input match, so "0097" and "+97"
      * on a trail line are the same number as 97.
          01 WS-NORM-IN              PIC X(38).
          01 WS-NORM-KEY.
            03 WS-NORM-KEY-SIGN      PIC X(1).
            03 WS-NORM-KEY-VALUE     PIC 9(30).
          01 WS-NORM-TEXT            PIC X(38).
          01 WS-NORM-LEN             PIC 9(2).
          01 WS-NORM-DIGITS          PIC X(30).

      * The record as it stands, one slot per NUMFACTS field, in
      * the order of the field codes E R F B D C G A.
          01 WS-FIELD-CODES          PIC X(8) VALUE "ERFBDCGA".
          01 WS-FIELD-IDX            PIC 9(1).
          01 WS-FIELD-NAME           PIC X(10).
          01 WS-CURRENT-SWITCH       PIC X VALUE "N".
            88 CURRENT-RECORD-FOUND      VALUE "Y".
          01 WS-CURRENT-TABLE.
            03 WS-CURRENT-VALUE OCCURS 8 TIMES PIC X(60).

      * The journal updates to the key, kept in timestamp order as
      * they are read; equal timestamps stay in the order read.
          01 WS-JHIT-USED            PIC 9(3) VALUE 0.
          01 WS-JHIT-TABLE.
            03 WS-JHIT-ENTRY OCCURS 500 TIMES.
              05 WS-JHIT-TIMESTAMP   PIC X(14).
              05 WS-JHIT-FIELD       PIC X(1).
              05 WS-JHIT-VALUE       PIC X(60).
              05 WS-JHIT-CALLER      PIC X(12).
              05 WS-JHIT-SOURCE      PIC X(4).
          01 WS-JHIT-IDX             PIC 9(3).
          01 WS-JHIT-OVERFLOW-SW     PIC X VALUE "N".
            88 JHIT-TABLE-OVERFLOWED     VALUE "Y".
          01 WS-JRNL-SOURCE          PIC X(4).
          01 WS-JRNL-ARC-READ        PIC 9(7) VALUE 0.
          01 WS-JRNL-LIVE-READ       PIC 9(7) VALUE 0.
          01 WS-JRNL-SKIPPED         PIC 9(7) VALUE 0.
          01 WS-COMPACT-CUT          PIC X(14) VALUE SPACES.

      * The audit records whose input was the number, likewise.
          01 WS-AHIT-USED            PIC 9(3) VALUE 0.
          01 WS-AHIT-TABLE.
            03 WS-AHIT-ENTRY OCCURS 500 TIMES.
              05 WS-AHIT-TIMESTAMP   PIC X(14).
              05 WS-AHIT-SOURCE      PIC X(4).
              05 WS-AHIT-PROGRAM     PIC X(12).
              05 WS-AHIT-RC          PIC X(4).
              05 WS-AHIT-INPUT       PIC X(38).
              05 WS-AHIT-RESULT      PIC X(30).
          01 WS-AHIT-IDX             PIC 9(3).
          01 WS-AHIT-OVERFLOW-SW     PIC X VALUE "N".
            88 AHIT-TABLE-OVERFLOWED     VALUE "Y".
          01 WS-AUDIT-SOURCE         PIC X(4).
          01 WS-AUDIT-LIVE-HITS      PIC 9(5) VALUE 0.
          01 WS-AUDIT-ARC-HITS       PIC 9(5) VALUE 0.
          01 WS-INPUT-TOKENS.
            03 WS-INPUT-TOKEN OCCURS 4 TIMES PIC X(38).
          01 WS-TOKEN-IDX            PIC 9(1).
          01 WS-TOKEN-MATCH-SW       PIC X VALUE "N".
            88 TOKEN-MATCHED             VALUE "Y".

          01 WS-INSERT-AT            PIC 9(3).
          01 WS-SHIFT-IDX            PIC 9(3).

      * The rebuilt record at the close of the ASOF date: the last
      * value journaled to each field by then, when, and by whom.
          01 WS-ASOF-TABLE.
            03 WS-ASOF-ENTRY OCCURS 8 TIMES.
              05 WS-ASOF-VALUE       PIC X(60).
              05 WS-ASOF-TIMESTAMP   PIC X(14).
              05 WS-ASOF-CALLER      PIC X(12).
          01 WS-ASOF-FIELDS-SET      PIC 9(1) VALUE 0.

          01 WS-EXCP-HITS            PIC 9(5) VALUE 0.
          01 WS-WATCHED-SWITCH       PIC X VALUE "N".
            88 NUMBER-IS-WATCHED         VALUE "Y".
          01 WS-CACHE-SWITCH         PIC X VALUE "N".
            88 CACHE-ENTRY-FOUND         VALUE "Y".

          01 WS-FINAL-RC             PIC 9(4) VALUE 0.
          01 WS-COUNT-EDIT           PIC Z(6)9.
          01 WS-COUNT-EDIT2          PIC Z(6)9.
          01 WS-VALUE-TEXT           PIC X(60).
          01 WS-CALLER-TEXT          PIC X(12).
          01 WS-LABEL-TEXT           PIC X(30).
          01 WS-PRINT-LINE           PIC X(100).

      * Page heading and page-break control for DOSSRPT, the same
      * file-plus-console pairing the other shop reports use.
          01 WS-PAGE-SIZE            PIC 9(3).
          01 WS-PAGE-LINE-CNT        PIC 9(3) VALUE 0.
          01 WS-PAGE-NUMBER          PIC 9(3) VALUE 0.
          01 WS-PAGE-NUM-EDIT        PIC ZZ9.
          01 WS-HDR-REC              PIC X(100).
          01 WS-HDR-TIMESTAMP        PIC X(21).
          01 WS-HDR-DATE-EDIT        PIC X(10).
          01 WS-HDR-TIME-EDIT        PIC X(8).

          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE CFG-PAGE-SIZE TO WS-PAGE-SIZE.
           PERFORM PARSE-ARGUMENTS.

           OPEN OUTPUT DOSS-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SHOW-NUMFACTS-RECORD.
           PERFORM SHOW-CACHE-ENTRY.
           PERFORM LOAD-JOURNAL-HITS.
           PERFORM SHOW-JOURNAL-HISTORY.
           PERFORM LOAD-AUDIT-HITS.
           PERFORM SHOW-AUDIT-HISTORY.
           PERFORM SHOW-EXCEPTIONS.
           PERFORM SHOW-WATCHLIST.
           IF ASOF-WANTED
              PERFORM SHOW-ASOF-RECORD
           END-IF.
           PERFORM WRITE-TOTALS.
           CLOSE DOSS-RPT-FILE.

           MOVE SPACES TO WS-AUDIT-RESULT.
           IF NOT CURRENT-RECORD-FOUND AND NOT CACHE-ENTRY-FOUND
                 AND WS-JHIT-USED = 0 AND WS-AHIT-USED = 0
                 AND WS-EXCP-HITS = 0
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
              MOVE "NOTHING ON FILE" TO WS-AUDIT-RESULT
           ELSE
              MOVE RC-SUCCESS TO WS-FINAL-RC
              MOVE WS-JHIT-USED TO WS-COUNT-EDIT
              MOVE WS-AHIT-USED TO WS-COUNT-EDIT2
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " JRNL " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " AUDIT" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           END-IF.
           MOVE SPACES TO WS-AUDIT-INPUT.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           PERFORM WRITE-RUN-AUDIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

          PARSE-ARGUMENTS.
           MOVE SPACES TO WS-NUMBER-TOKEN WS-ASOF-TOKEN
              WS-ASOF-DATE-TOKEN WS-EXTRA-TOKEN.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-NUMBER-TOKEN WS-ASOF-TOKEN WS-ASOF-DATE-TOKEN
                 WS-EXTRA-TOKEN
           END-UNSTRING.
           INSPECT WS-ASOF-TOKEN CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-NUMBER-TOKEN TO WS-NORM-IN.
           PERFORM NORMALIZE-TOKEN.
           IF WS-NORM-KEY IS EQUAL TO SPACES
                 OR WS-EXTRA-TOKEN IS NOT EQUAL TO SPACES
              PERFORM USAGE-ERROR
           END-IF.
           MOVE WS-NORM-KEY TO WS-DOSS-KEY.
           MOVE WS-DOSS-KEY-VALUE TO WS-DOSS-EDIT.
           MOVE SPACES TO WS-DOSS-DISPLAY.
           IF WS-DOSS-KEY-SIGN IS EQUAL TO "-"
              STRING "-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DOSS-EDIT) DELIMITED BY SIZE
                   INTO WS-DOSS-DISPLAY
              END-STRING
           ELSE
              MOVE FUNCTION TRIM(WS-DOSS-EDIT) TO WS-DOSS-DISPLAY
           END-IF.
           IF WS-ASOF-TOKEN IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           IF WS-ASOF-TOKEN IS NOT EQUAL TO "ASOF"
                 OR WS-ASOF-DATE-TOKEN (9:2) IS NOT EQUAL TO SPACES
                 OR WS-ASOF-DATE-TOKEN (1:8) IS NOT NUMERIC
              PERFORM USAGE-ERROR
           END-IF.
           MOVE WS-ASOF-DATE-TOKEN (1:8) TO WS-ASOF-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-NUM) IS NOT = 0
              PERFORM USAGE-ERROR
           END-IF.
           MOVE WS-ASOF-DATE-TOKEN (1:8) TO WS-ASOF-DATE.
           MOVE "Y" TO WS-ASOF-SWITCH.

          USAGE-ERROR.
           DISPLAY "Usage: numf-dossier <number> [ASOF yyyymmdd]".
           MOVE SPACES TO WS-AUDIT-INPUT.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE "INVALID PARAMETERS" TO WS-AUDIT-RESULT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           PERFORM WRITE-RUN-AUDIT.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

      * An optional sign, then one to thirty digits and nothing
      * else; "-0" is zero, which carries the "+" sign like any
      * other non-negative key.
          NORMALIZE-TOKEN.
           MOVE SPACES TO WS-NORM-KEY.
           MOVE FUNCTION TRIM(WS-NORM-IN) TO WS-NORM-TEXT.
           IF WS-NORM-TEXT IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           MOVE "+" TO WS-NORM-KEY-SIGN.
           IF WS-NORM-TEXT (1:1) IS EQUAL TO "-" OR "+"
              MOVE WS-NORM-TEXT (1:1) TO WS-NORM-KEY-SIGN
              MOVE WS-NORM-TEXT (2:37) TO WS-NORM-TEXT
           END-IF.
           IF WS-NORM-TEXT IS EQUAL TO SPACES
              MOVE SPACES TO WS-NORM-KEY
              EXIT PARAGRAPH.
           COMPUTE WS-NORM-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(WS-NORM-TEXT)).
           IF WS-NORM-LEN > 30
                 OR WS-NORM-TEXT (1:WS-NORM-LEN) IS NOT NUMERIC
              MOVE SPACES TO WS-NORM-KEY
              EXIT PARAGRAPH.
           MOVE ALL "0" TO WS-NORM-DIGITS.
           MOVE WS-NORM-TEXT (1:WS-NORM-LEN)
              TO WS-NORM-DIGITS (31 - WS-NORM-LEN:WS-NORM-LEN).
           MOVE WS-NORM-DIGITS TO WS-NORM-KEY-VALUE.
           IF WS-NORM-KEY-VALUE = 0
              MOVE "+" TO WS-NORM-KEY-SIGN
           END-IF.

          SHOW-NUMFACTS-RECORD.
           MOVE "--- NUMFACTS RECORD ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-CURRENT-TABLE.
           OPEN INPUT NUMFACTS-FILE.
           IF WS-NUMFACTS-STATUS IS NOT EQUAL TO "00"
              MOVE "NUMFACTS NOT AVAILABLE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DOSS-KEY TO NF-KEY.
           READ NUMFACTS-FILE
              INVALID KEY
                 MOVE "NO RECORD ON FILE" TO WS-PRINT-LINE
                 PERFORM EMIT-LINE
              NOT INVALID KEY
                 MOVE "Y" TO WS-CURRENT-SWITCH
                 MOVE NF-PARITY TO WS-CURRENT-VALUE (1)
                 MOVE NF-PRIMALITY TO WS-CURRENT-VALUE (2)
                 MOVE NF-FACTORIAL TO WS-CURRENT-VALUE (3)
                 MOVE NF-FIBONACCI TO WS-CURRENT-VALUE (4)
                 MOVE NF-DIVCLASS TO WS-CURRENT-VALUE (5)
                 MOVE NF-COLLATZ TO WS-CURRENT-VALUE (6)
                 MOVE NF-GOLDBACH TO WS-CURRENT-VALUE (7)
                 MOVE NF-ALIQUOT TO WS-CURRENT-VALUE (8)
           END-READ.
           CLOSE NUMFACTS-FILE.
           IF NOT CURRENT-RECORD-FOUND
              EXIT PARAGRAPH.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                    UNTIL WS-FIELD-IDX > 8
              PERFORM NAME-FIELD-BY-INDEX
              MOVE WS-CURRENT-VALUE (WS-FIELD-IDX) TO WS-VALUE-TEXT
              IF WS-VALUE-TEXT IS EQUAL TO SPACES
                 MOVE "(NOT YET WORKED OUT)" TO WS-VALUE-TEXT
              END-IF
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-FIELD-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FIELD-CODES (WS-FIELD-IDX:1) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-VALUE-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-PERFORM.

      * PRIMECAC is keyed on twelve digits and holds no negatives;
      * a number outside that reach can have no entry to look up.
          SHOW-CACHE-ENTRY.
           MOVE "--- PRIMECAC ENTRY ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-DOSS-KEY-SIGN IS EQUAL TO "-"
                 OR WS-DOSS-KEY-VALUE > 999999999999
              MOVE "OUTSIDE THE PRIMECAC KEY RANGE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PRIME-CACHE-FILE.
           IF WS-CACHE-STATUS IS NOT EQUAL TO "00"
              MOVE "PRIMECAC NOT AVAILABLE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DOSS-KEY-VALUE TO CACHE-KEY.
           READ PRIME-CACHE-FILE
              INVALID KEY
                 MOVE "NO ENTRY IN THE CACHE" TO WS-PRINT-LINE
                 PERFORM EMIT-LINE
              NOT INVALID KEY
                 MOVE "Y" TO WS-CACHE-SWITCH
           END-READ.
           CLOSE PRIME-CACHE-FILE.
           IF NOT CACHE-ENTRY-FOUND
              EXIT PARAGRAPH.
           MOVE SPACES TO WS-PRINT-LINE.
           IF CACHE-PRIME-FLAG IS EQUAL TO "P"
              MOVE "VERDICT     P  PRIME" TO WS-PRINT-LINE
           ELSE
              STRING "VERDICT     " DELIMITED BY SIZE
                   CACHE-PRIME-FLAG DELIMITED BY SIZE
                   "  COMPOSITE" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
           END-IF.
           PERFORM EMIT-LINE.
           MOVE CACHE-FACTOR-LIST TO WS-VALUE-TEXT.
           IF WS-VALUE-TEXT IS EQUAL TO SPACES
              MOVE "(NONE RECORDED)" TO WS-VALUE-TEXT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FACTORS        " DELIMITED BY SIZE
                WS-VALUE-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * The archived generations, then the live journal. Markers
      * are not updates; the live journal's compaction marker is
      * kept so the rebuild can say where its history starts.
      * Lines whose key is not the signed shape predate the key
      * conversion and are counted, not read.
          LOAD-JOURNAL-HITS.
           MOVE "ARCH" TO WS-JRNL-SOURCE.
           OPEN INPUT JRNL-ARC-FILE.
           IF WS-JRNLARC-STATUS IS EQUAL TO "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-INPUT
                 READ JRNL-ARC-FILE
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-JRNL-ARC-READ
                       MOVE JRNL-ARC-REC TO NUMF-JRNL-REC
                       PERFORM CHECK-JOURNAL-ENTRY
                 END-READ
              END-PERFORM
              CLOSE JRNL-ARC-FILE
           END-IF.
           MOVE "LIVE" TO WS-JRNL-SOURCE.
           OPEN INPUT NUMF-JRNL-FILE.
           IF WS-NUMFJRNL-STATUS IS EQUAL TO "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-INPUT
                 READ NUMF-JRNL-FILE
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-JRNL-LIVE-READ
                       IF JR-IS-MARKER AND JM-COMPACT-MARKER
                          MOVE JM-CUT TO WS-COMPACT-CUT
                       END-IF
                       PERFORM CHECK-JOURNAL-ENTRY
                 END-READ
              END-PERFORM
              CLOSE NUMF-JRNL-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

          CHECK-JOURNAL-ENTRY.
           IF JR-IS-MARKER
              EXIT PARAGRAPH.
           IF JR-KEY-VALUE IS NOT NUMERIC
                 OR (JR-KEY-SIGN IS NOT EQUAL TO "+" AND "-")
              ADD 1 TO WS-JRNL-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           IF JR-KEY IS NOT EQUAL TO WS-DOSS-KEY
              EXIT PARAGRAPH.
           IF WS-JHIT-USED NOT LESS THAN 500
              IF NOT JHIT-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 500 journal updates,"
                    " extras ignored"
                 MOVE "Y" TO WS-JHIT-OVERFLOW-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-JHIT-USED TO WS-INSERT-AT.
           ADD 1 TO WS-INSERT-AT.
           PERFORM VARYING WS-JHIT-IDX FROM 1 BY 1
                    UNTIL WS-JHIT-IDX > WS-JHIT-USED
              IF JR-TIMESTAMP < WS-JHIT-TIMESTAMP (WS-JHIT-IDX)
                 MOVE WS-JHIT-IDX TO WS-INSERT-AT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-JHIT-USED BY -1
                    UNTIL WS-SHIFT-IDX < WS-INSERT-AT
              MOVE WS-JHIT-ENTRY (WS-SHIFT-IDX)
                 TO WS-JHIT-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-JHIT-USED.
           MOVE JR-TIMESTAMP TO WS-JHIT-TIMESTAMP (WS-INSERT-AT).
           MOVE JR-FIELD TO WS-JHIT-FIELD (WS-INSERT-AT).
           MOVE JR-VALUE TO WS-JHIT-VALUE (WS-INSERT-AT).
           MOVE JR-CALLER TO WS-JHIT-CALLER (WS-INSERT-AT).
           MOVE WS-JRNL-SOURCE TO WS-JHIT-SOURCE (WS-INSERT-AT).

          SHOW-JOURNAL-HISTORY.
           MOVE "--- JOURNAL UPDATES IN TIME ORDER ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-JHIT-USED = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE "TIMESTAMP      FROM FIELD      CALLER       VALUE"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-JHIT-IDX FROM 1 BY 1
                    UNTIL WS-JHIT-IDX > WS-JHIT-USED
              MOVE WS-JHIT-FIELD (WS-JHIT-IDX) TO WS-FIELD-NAME
              PERFORM NAME-FIELD-BY-CODE
              MOVE WS-JHIT-CALLER (WS-JHIT-IDX) TO WS-CALLER-TEXT
              IF WS-CALLER-TEXT IS EQUAL TO SPACES
                 MOVE "(NOT KEPT)" TO WS-CALLER-TEXT
              END-IF
              MOVE WS-JHIT-VALUE (WS-JHIT-IDX) TO WS-VALUE-TEXT
              IF WS-VALUE-TEXT IS EQUAL TO SPACES
                 MOVE "(CLEARED)" TO WS-VALUE-TEXT
              END-IF
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-JHIT-TIMESTAMP (WS-JHIT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JHIT-SOURCE (WS-JHIT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FIELD-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CALLER-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALUE-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-PERFORM.

      * The archived trail, then the live one. A record's input is
      * the number when any of its words is - a single run keys the
      * value alone, WORK-INTAKE's lines carry "UTILITY value".
          LOAD-AUDIT-HITS.
           MOVE "ARCH" TO WS-AUDIT-SOURCE.
           OPEN INPUT AUDIT-ARC-FILE.
           IF WS-AUDARCH-STATUS IS EQUAL TO "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-INPUT
                 READ AUDIT-ARC-FILE
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE AUDIT-ARC-REC TO AUDIT-FILE-REC
                       PERFORM CHECK-AUDIT-RECORD
                 END-READ
              END-PERFORM
              CLOSE AUDIT-ARC-FILE
           END-IF.
           MOVE "LIVE" TO WS-AUDIT-SOURCE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS IS EQUAL TO "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-INPUT
                 READ AUDIT-FILE
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END PERFORM CHECK-AUDIT-RECORD
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

          CHECK-AUDIT-RECORD.
           IF AU-INPUT IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           MOVE SPACES TO WS-INPUT-TOKENS.
           UNSTRING AU-INPUT DELIMITED BY ALL SPACE
              INTO WS-INPUT-TOKEN (1) WS-INPUT-TOKEN (2)
                 WS-INPUT-TOKEN (3) WS-INPUT-TOKEN (4)
           END-UNSTRING.
           MOVE "N" TO WS-TOKEN-MATCH-SW.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                    UNTIL WS-TOKEN-IDX > 4 OR TOKEN-MATCHED
              MOVE WS-INPUT-TOKEN (WS-TOKEN-IDX) TO WS-NORM-IN
              PERFORM NORMALIZE-TOKEN
              IF WS-NORM-KEY IS EQUAL TO WS-DOSS-KEY
                 MOVE "Y" TO WS-TOKEN-MATCH-SW
              END-IF
           END-PERFORM.
           IF NOT TOKEN-MATCHED
              EXIT PARAGRAPH.
           IF WS-AHIT-USED NOT LESS THAN 500
              IF NOT AHIT-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 500 audit records,"
                    " extras ignored"
                 MOVE "Y" TO WS-AHIT-OVERFLOW-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-AUDIT-SOURCE IS EQUAL TO "LIVE"
              ADD 1 TO WS-AUDIT-LIVE-HITS
           ELSE
              ADD 1 TO WS-AUDIT-ARC-HITS
           END-IF.
           MOVE WS-AHIT-USED TO WS-INSERT-AT.
           ADD 1 TO WS-INSERT-AT.
           PERFORM VARYING WS-AHIT-IDX FROM 1 BY 1
                    UNTIL WS-AHIT-IDX > WS-AHIT-USED
              IF AU-TIMESTAMP < WS-AHIT-TIMESTAMP (WS-AHIT-IDX)
                 MOVE WS-AHIT-IDX TO WS-INSERT-AT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-AHIT-USED BY -1
                    UNTIL WS-SHIFT-IDX < WS-INSERT-AT
              MOVE WS-AHIT-ENTRY (WS-SHIFT-IDX)
                 TO WS-AHIT-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-AHIT-USED.
           MOVE AU-TIMESTAMP TO WS-AHIT-TIMESTAMP (WS-INSERT-AT).
           MOVE WS-AUDIT-SOURCE TO WS-AHIT-SOURCE (WS-INSERT-AT).
           MOVE AU-PROGRAM TO WS-AHIT-PROGRAM (WS-INSERT-AT).
           MOVE AU-RC TO WS-AHIT-RC (WS-INSERT-AT).
           MOVE AU-INPUT TO WS-AHIT-INPUT (WS-INSERT-AT).
           MOVE AU-RESULT TO WS-AHIT-RESULT (WS-INSERT-AT).

          SHOW-AUDIT-HISTORY.
           MOVE "--- AUDIT RECORDS IN TIME ORDER ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-AHIT-USED = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TIMESTAMP      FROM PROGRAM      RC   INPUT"
                   DELIMITED BY SIZE
                "                    RESULT" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-AHIT-IDX FROM 1 BY 1
                    UNTIL WS-AHIT-IDX > WS-AHIT-USED
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-AHIT-TIMESTAMP (WS-AHIT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AHIT-SOURCE (WS-AHIT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AHIT-PROGRAM (WS-AHIT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AHIT-RC (WS-AHIT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AHIT-INPUT (WS-AHIT-IDX) (1:24) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AHIT-RESULT (WS-AHIT-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-PERFORM.

      * Every refused update against the key: what stayed on file
      * and what the caller tried to put there.
          SHOW-EXCEPTIONS.
           MOVE "--- NUMFEXCP CONFLICTS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           OPEN INPUT NUMF-EXCP-FILE.
           IF WS-NUMFEXCP-STATUS IS EQUAL TO "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-INPUT
                 READ NUMF-EXCP-FILE
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF EX-KEY IS EQUAL TO WS-DOSS-KEY
                          PERFORM SHOW-ONE-EXCEPTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NUMF-EXCP-FILE
              MOVE "N" TO WS-EOF-SWITCH
           END-IF.
           IF WS-EXCP-HITS = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

          SHOW-ONE-EXCEPTION.
           ADD 1 TO WS-EXCP-HITS.
           MOVE EX-FIELD TO WS-FIELD-NAME.
           PERFORM NAME-FIELD-BY-CODE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING EX-TIMESTAMP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-FIELD-NAME DELIMITED BY SIZE
                " REFUSED FROM " DELIMITED BY SIZE
                EX-CALLER DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    ON FILE:   " DELIMITED BY SIZE
                EX-OLD-VALUE DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    ATTEMPTED: " DELIMITED BY SIZE
                EX-NEW-VALUE DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

          SHOW-WATCHLIST.
           MOVE "--- WATCHLIST ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           OPEN INPUT WATCH-LST-FILE.
           IF WS-WATCHLST-STATUS IS NOT EQUAL TO "00"
              MOVE "NO WATCHLIST DATASET" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-INPUT
              READ WATCH-LST-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WATCH-LST-REC (1:1) IS NOT EQUAL TO "*"
                       MOVE WATCH-LST-REC TO WS-NORM-IN
                       PERFORM NORMALIZE-TOKEN
                       IF WS-NORM-KEY IS EQUAL TO WS-DOSS-KEY
                          MOVE "Y" TO WS-WATCHED-SWITCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE WATCH-LST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           IF NUMBER-IS-WATCHED
              MOVE "ON THE WATCHLIST" TO WS-PRINT-LINE
           ELSE
              MOVE "NOT ON THE WATCHLIST" TO WS-PRINT-LINE
           END-IF.
           PERFORM EMIT-LINE.

      * Replays the journal updates made up to the end of the ASOF
      * day over an empty record, the way NUMF-RECOVER rebuilds the
      * whole file, and sets each field beside today's value.
          SHOW-ASOF-RECORD.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "--- NUMFACTS AS AT CLOSE OF " DELIMITED BY SIZE
                WS-ASOF-DATE DELIMITED BY SIZE
                " ---" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-ASOF-TABLE.
           PERFORM VARYING WS-JHIT-IDX FROM 1 BY 1
                    UNTIL WS-JHIT-IDX > WS-JHIT-USED
              IF WS-JHIT-TIMESTAMP (WS-JHIT-IDX) (1:8)
                    IS NOT GREATER THAN WS-ASOF-DATE
                 MOVE WS-JHIT-FIELD (WS-JHIT-IDX) TO WS-FIELD-NAME
                 PERFORM INDEX-FIELD-BY-CODE
                 IF WS-FIELD-IDX > 0
                    MOVE WS-JHIT-VALUE (WS-JHIT-IDX)
                       TO WS-ASOF-VALUE (WS-FIELD-IDX)
                    MOVE WS-JHIT-TIMESTAMP (WS-JHIT-IDX)
                       TO WS-ASOF-TIMESTAMP (WS-FIELD-IDX)
                    MOVE WS-JHIT-CALLER (WS-JHIT-IDX)
                       TO WS-ASOF-CALLER (WS-FIELD-IDX)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-ASOF-FIELDS-SET.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                    UNTIL WS-FIELD-IDX > 8
              PERFORM SHOW-ONE-ASOF-FIELD
           END-PERFORM.
           IF WS-ASOF-FIELDS-SET = 0
              MOVE "NO JOURNALED FACTS FOR THE NUMBER BY THAT DATE"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.
           IF WS-COMPACT-CUT IS NOT EQUAL TO SPACES
                 AND WS-JRNL-ARC-READ = 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "NOTE: LIVE JOURNAL COMPACTED AT "
                      DELIMITED BY SIZE
                   WS-COMPACT-CUT DELIMITED BY SIZE
                   " AND NO JRNLARC READ - EARLIER UPDATES NOT SEEN"
                      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.
           IF WS-JRNL-SKIPPED > 0
              MOVE WS-JRNL-SKIPPED TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "NOTE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " JOURNAL LINES FROM BEFORE THE SIGNED KEY NOT"
                      DELIMITED BY SIZE
                   " REPLAYED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.

          SHOW-ONE-ASOF-FIELD.
           PERFORM NAME-FIELD-BY-INDEX.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-ASOF-TIMESTAMP (WS-FIELD-IDX) IS EQUAL TO SPACES
              STRING WS-FIELD-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FIELD-CODES (WS-FIELD-IDX:1) DELIMITED BY SIZE
                   "  (NO JOURNAL ENTRY BY THEN)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ASOF-FIELDS-SET.
           MOVE WS-ASOF-VALUE (WS-FIELD-IDX) TO WS-VALUE-TEXT.
           IF WS-VALUE-TEXT IS EQUAL TO SPACES
              MOVE "(CLEARED)" TO WS-VALUE-TEXT
           END-IF.
           STRING WS-FIELD-NAME DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-FIELD-CODES (WS-FIELD-IDX:1) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-VALUE-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-ASOF-CALLER (WS-FIELD-IDX) TO WS-CALLER-TEXT.
           IF WS-CALLER-TEXT IS EQUAL TO SPACES
              MOVE "(NOT KEPT)" TO WS-CALLER-TEXT
           END-IF.
           IF NOT CURRENT-RECORD-FOUND
              MOVE "NO RECORD TO COMPARE TODAY" TO WS-LABEL-TEXT
           ELSE IF WS-ASOF-VALUE (WS-FIELD-IDX) IS EQUAL TO
                 WS-CURRENT-VALUE (WS-FIELD-IDX)
              MOVE "SAME TODAY" TO WS-LABEL-TEXT
           ELSE
              MOVE "*** CHANGED SINCE ***" TO WS-LABEL-TEXT
           END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "               SET " DELIMITED BY SIZE
                WS-ASOF-TIMESTAMP (WS-FIELD-IDX) DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE
                WS-CALLER-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-LABEL-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

          WRITE-TOTALS.
           MOVE "--- TOTALS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF CURRENT-RECORD-FOUND
              MOVE "NUMFACTS RECORD:          ON FILE" TO WS-PRINT-LINE
           ELSE
              MOVE "NUMFACTS RECORD:          NONE" TO WS-PRINT-LINE
           END-IF.
           PERFORM EMIT-LINE.
           MOVE WS-JHIT-USED TO WS-COUNT-EDIT.
           MOVE "JOURNAL UPDATES:" TO WS-LABEL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-AUDIT-LIVE-HITS TO WS-COUNT-EDIT.
           MOVE "AUDIT RECORDS - LIVE:" TO WS-LABEL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-AUDIT-ARC-HITS TO WS-COUNT-EDIT.
           MOVE "AUDIT RECORDS - ARCHIVED:" TO WS-LABEL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-EXCP-HITS TO WS-COUNT-EDIT.
           MOVE "NUMFEXCP CONFLICTS:" TO WS-LABEL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-JRNL-ARC-READ TO WS-COUNT-EDIT.
           MOVE "ARCHIVED JOURNAL LINES:" TO WS-LABEL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-JRNL-LIVE-READ TO WS-COUNT-EDIT.
           MOVE "LIVE JOURNAL LINES:" TO WS-LABEL-TEXT.
           PERFORM WRITE-TOTAL-LINE.

          WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-LABEL-TEXT (1:26) DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * Field code to report name and back; the codes are the ones
      * NUMFACT's callers pass (E R F B D C G A).
          NAME-FIELD-BY-INDEX.
           MOVE WS-FIELD-CODES (WS-FIELD-IDX:1) TO WS-FIELD-NAME.
           PERFORM NAME-FIELD-BY-CODE.

          NAME-FIELD-BY-CODE.
           EVALUATE WS-FIELD-NAME (1:1)
              WHEN "E" MOVE "PARITY" TO WS-FIELD-NAME
              WHEN "R" MOVE "PRIMALITY" TO WS-FIELD-NAME
              WHEN "F" MOVE "FACTORIAL" TO WS-FIELD-NAME
              WHEN "B" MOVE "FIBONACCI" TO WS-FIELD-NAME
              WHEN "D" MOVE "DIVCLASS" TO WS-FIELD-NAME
              WHEN "C" MOVE "COLLATZ" TO WS-FIELD-NAME
              WHEN "G" MOVE "GOLDBACH" TO WS-FIELD-NAME
              WHEN "A" MOVE "ALIQUOT" TO WS-FIELD-NAME
              WHEN OTHER MOVE "UNKNOWN" TO WS-FIELD-NAME
           END-EVALUATE.

          INDEX-FIELD-BY-CODE.
           MOVE 0 TO WS-FIELD-IDX.
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                    UNTIL WS-SHIFT-IDX > 8
              IF WS-FIELD-CODES (WS-SHIFT-IDX:1) IS EQUAL TO
                    WS-FIELD-NAME (1:1)
                 MOVE WS-SHIFT-IDX TO WS-FIELD-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

          WRITE-RUN-AUDIT.
           MOVE "NUMF-DOSSIER" TO WS-AUDIT-PROGRAM.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through DOSS-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO DOSS-RPT-REC.
           WRITE DOSS-RPT-REC.
           ADD 1 TO WS-PAGE-LINE-CNT.

      * Standard report banner written at the start of the run and
      * again every CFG-PAGE-SIZE lines thereafter, the same shape
      * the other shop reports use.
          WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO WS-HDR-TIMESTAMP.
           STRING WS-HDR-TIMESTAMP (5:2) "/" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (7:2) "/" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (1:4) DELIMITED BY SIZE
                INTO WS-HDR-DATE-EDIT
           END-STRING.
           STRING WS-HDR-TIMESTAMP (9:2) ":" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (11:2) ":" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (13:2) DELIMITED BY SIZE
                INTO WS-HDR-TIME-EDIT
           END-STRING.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUM-EDIT.

           MOVE SPACES TO WS-HDR-REC.
           MOVE "NUMBER DOSSIER" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE SPACES TO WS-HDR-REC.
           STRING "RUN DATE: " DELIMITED BY SIZE
                WS-HDR-DATE-EDIT DELIMITED BY SIZE
                "  TIME: " DELIMITED BY SIZE
                WS-HDR-TIME-EDIT DELIMITED BY SIZE
                "  PAGE: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-PAGE-NUM-EDIT) DELIMITED BY SIZE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE SPACES TO WS-HDR-REC.
           IF ASOF-WANTED
              STRING "NUMBER: " DELIMITED BY SIZE
                   WS-DOSS-DISPLAY DELIMITED BY SPACE
                   "  AS OF: " DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   INTO WS-HDR-REC
              END-STRING
           ELSE
              STRING "NUMBER: " DELIMITED BY SIZE
                   WS-DOSS-DISPLAY DELIMITED BY SPACE
                   INTO WS-HDR-REC
              END-STRING
           END-IF.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO DOSS-RPT-REC.
           WRITE DOSS-RPT-REC.
