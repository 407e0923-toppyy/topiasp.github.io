      *              RUN-ID, WITH ONE NET-ZERO INQUIRY RECORD FOR THE  *
      *              RUN - SO A MISPOSTED AMOUNT MOVES BETWEEN         *
      *              CATEGORIES IN ONE BALANCED STEP.                 *
      *              A PARAMETER RECORD WITH PARM-MODE-ALLOCATE SET    *
      *              SPREADS PARM-TRANSFER-AMOUNT OUT OF THE SOURCE    *
      *              CATEGORY ACROSS THE TARGETS OF THE EFFECTIVE      *
      *              VERSION OF THE ALLOCATION RULE IT NAMES (ALOCFILE *
      *              KSDS, SEE ALOCREC) AS ONE 'F' LEG AND ONE 'T' LEG *
      *              PER TARGET, THE ROUNDING REMAINDER GOING TO THE   *
      *              RULE'S DESIGNATED TARGET SO THE RUN NETS TO ZERO. *
      *              A NORMAL RANGE THAT OVERLAPS AN UNREVERSED NORMAL *
      *              POSTING IN THE SAME CATEGORY ON HISTFILE (READ    *
      *              THROUGH ITS CATEGORY ALTERNATE INDEX PATH, DD     *
      *              HISTFIL1) IS REJECTED UNLESS IT WAS KEYED WITH    *
      *              THE OVERLAP OVERRIDE (SEE PARMREC).              *
      *              WHEN THE RUN DATE FALLS IN A PERIOD THE PERDFILE  *
      *              PERIOD CONTROL KSDS (SEE PERDREC) SHOWS CLOSED,   *
      *              EVERY PARAMETER IS REJECTED UNLESS PARM.GO        *
      *              ITEMS INTO REPORTED FIGURES ARE A DECISION, NOT   *
      *              AN ACCIDENT. PARM.GO IS A COMMA-SEPARATED        *
      *              OPTION LIST ('RESTART', 'OVERRIDE', OR BOTH).    *
      *              PARM.GO 'SIMULATE' MAKES THE SUBMISSION A DRY     *
      *              RUN: THE WHOLE PARMFILE IS EDITED AND ACCUMULATED *
      *              AND THE REPORT PRINTED, ENDING WITH EACH          *
      *              CATEGORY'S PROJECTED NET POSITION AND THE         *
      *              THRESHOLD BREACHES THE MYFCMON MONITOR WOULD      *
      *              RAISE ON IT, BUT NO POSTING, CONTROL OR           *
      *              CHECKPOINT FILE IS WRITTEN AND THE RUN LOCK IS    *
      *              NEITHER TAKEN NOR CHECKED - SO A SIMULATION CAN   *
      *              RUN BESIDE THE PRODUCTION WINDOW (SEE             *
      *              HLASM/JCL/MYCOBSIM.JCL).                         *
      *              EVERY POSTING EVENT WRITTEN TO THE HISTORY IS     *
      *              ALSO PUBLISHED TO THE POSTING EVENT QUEUE (SEE    *
      *              PUBREC), OR HELD ON THE PUBHOLD RETRY FILE FOR A  *
      *              LATER RUN WHEN THE QUEUE IS UNAVAILABLE; A        *
      *              SIMULATION PUBLISHES NOTHING.                    *
      *              AS THE STEP ENDS, ITS START AND END TIMES AND ITS *
      *              VOLUMES ARE ADDED TO THE PRFFILE PERFORMANCE      *
      *              HISTORY (SEE PRFREC) UNDER JOB NAME MYCOBJOB - OR *
      *              MYCOBBLN WHEN PARM.GO CARRIES 'STREAMN', AS EACH  *
      *              SPLIT CHILD BUILD'S DOES (SEE                     *
      *              HLASM/JCL/MYCOBBLD1.JCL). A SIMULATION RECORDS    *
      *              NOTHING.                                         *
      *              A DETAIL RECORD CARRYING A CURRENCY CODE (SEE     *
      *              DTLREC) IS CONVERTED TO BASE CURRENCY BEFORE IT   *
      *              ACCUMULATES, AT THE FXRFILE EXCHANGE RATE (SEE    *
      *              FXRREC) EFFECTIVE ON THE FEED DATE IN THE DTLFILE *
      *              HEADER; ITS ORIGINAL AMOUNT, CURRENCY AND RATE    *
      *              ARE KEPT ON THE CATEGORY'S HISTORY EVENT, AND A   *
      *              RECORD WHOSE CURRENCY HAS NO RATE FOR THAT DATE   *
      *              IS PARKED ON THE SUSPENSE FILE.                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LIMFILE ASSIGN TO LIMFILE
               FILE STATUS IS WS-LIM-STATUS.

           SELECT FXRFILE ASSIGN TO FXRFILE
               FILE STATUS IS WS-FXR-STATUS.

           SELECT HISTFILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CATEGORY-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PUBCTL ASSIGN TO PUBCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUBC-KEY
               FILE STATUS IS WS-PUBC-STATUS.

           SELECT PUBHOLD ASSIGN TO PUBHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUB-SEQUENCE
               FILE STATUS IS WS-PUBH-STATUS.

           SELECT PERDFILE ASSIGN TO PERDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT SUSPFILE ASSIGN TO SUSPFILE
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT ALOCFILE ASSIGN TO ALOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALOC-KEY
               FILE STATUS IS WS-ALOC-STATUS.

           SELECT THRFILE ASSIGN TO THRFILE
               FILE STATUS IS WS-THR-STATUS.

           SELECT PRFFILE ASSIGN TO PRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS WS-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY DTLREC.
           COPY DTLFEED.

       FD  PARTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY LIMREC.

       FD  FXRFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY FXRREC.

       FD  HISTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY HISTREC.

       FD  PUBCTL
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PUBCREC.

       FD  PUBHOLD
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PUBREC.

       FD  PERDFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           LABEL RECORDS STANDARD.
           COPY SUSPREC.

       FD  ALOCFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY ALOCREC.

       FD  THRFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY THRREC.

      *****************************************************************
      * QUIESCEF IS THE OPERATOR QUIESCE FLAG DATA SET: OPERATIONS'    *
      * CONSOLE AUTOMATION (OR THE OPERATOR UNDER TSO) SETS ITS FIRST  *
           LABEL RECORDS STANDARD.
       01  QUIESCE-RECORD               PIC X(80).

       FD  PRFFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PRFREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE '00'.
       01  WS-CKPT-STATUS               PIC X(02) VALUE '00'.
       01  WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01  WS-HIST-WRITTEN-SW           PIC X(01) VALUE 'N'.
           88  WS-HIST-WRITTEN          VALUE 'Y'.
       01  WS-PUBC-STATUS               PIC X(02) VALUE '00'.
       01  WS-PUBH-STATUS               PIC X(02) VALUE '00'.
       01  WS-PUBH-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-PUBH-EOF              VALUE 'Y'.
       01  WS-PUB-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-PUB-OPEN              VALUE 'Y'.
       01  WS-PUB-RESEND-DONE-SW        PIC X(01) VALUE 'N'.
           88  WS-PUB-RESEND-DONE       VALUE 'Y'.
       01  WS-MQ-CONNECTED-SW           PIC X(01) VALUE 'N'.
           88  WS-MQ-CONNECTED          VALUE 'Y'.
       01  WS-MQ-QUEUE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-MQ-QUEUE-OPEN         VALUE 'Y'.
       01  WS-MQ-UP-SW                  PIC X(01) VALUE 'N'.
           88  WS-MQ-UP                 VALUE 'Y'.
       01  WS-MQ-REASON-CODE            PIC 9(04) VALUE 0.
       01  WS-PUB-SENT-COUNT            PIC 9(07) VALUE 0.
       01  WS-PUB-RESENT-COUNT          PIC 9(07) VALUE 0.
       01  WS-PUB-HELD-COUNT            PIC 9(07) VALUE 0.
           COPY PUBMQI.
       01  WS-LIM-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-LIM-EOF               VALUE 'Y'.
       01  WS-LIM-COUNT                 PIC 9(02) VALUE 0.
       01  WS-ACTIVE-LIM-CAT            PIC X(02) VALUE SPACES.
       01  WS-ACTIVE-LIM-EFF            PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
      *****************************************************************
      * EXCHANGE RATES FROM FXRFILE (SEE FXRREC), LOADED AT            *
      * INITIALIZATION. A FOREIGN-CURRENCY DETAIL AMOUNT IS CONVERTED  *
      * AT THE RATE EFFECTIVE ON WS-DTL-RATE-DATE - THE FEED DATE FROM *
      * THE DTLFILE HEADER, OR THE RUN DATE WHEN THE FEED HAS NONE.   *
      *****************************************************************
       01  WS-FXR-STATUS                PIC X(02) VALUE '00'.
       01  WS-FXR-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-FXR-EOF               VALUE 'Y'.
       01  WS-FXR-COUNT                 PIC 9(03) VALUE 0.
       01  WS-MAX-FXR-ENTRIES           PIC 9(03) VALUE 500.
       01  WS-FXR-TABLE.
           05  WS-FXR-ENTRY OCCURS 500 TIMES.
               10  WS-FXR-CCY           PIC X(03).
               10  WS-FXR-EFF           PIC X(08).
               10  WS-FXR-RATE          PIC 9(05)V9(06).
       01  WS-FXR-SUB                   PIC 9(03) VALUE 0.
       01  WS-FXR-HIT                   PIC 9(03) VALUE 0.
       01  WS-DTL-RATE-DATE             PIC X(08) VALUE SPACES.
       01  WS-DTL-FX-RATE               PIC 9(05)V9(06) VALUE 0.
       01  WS-DTL-BASE-AMOUNT           PIC S9(9) COMP-3 VALUE 0.
       01  WS-PERD-STATUS               PIC X(02) VALUE '00'.
       01  WS-PERIOD-CLOSED-SW          PIC X(01) VALUE 'N'.
           88  WS-PERIOD-CLOSED         VALUE 'Y'.
       01  WS-LOK-STATUS                PIC X(02) VALUE '00'.
       01  WS-FORCE-SW                  PIC X(01) VALUE 'N'.
           88  WS-FORCE-REQUESTED       VALUE 'Y'.
       01  WS-SIMULATE-SW               PIC X(01) VALUE 'N'.
           88  WS-SIMULATION            VALUE 'Y'.
       01  WS-PARM-OPTIONS              PIC X(32) VALUE SPACES.
       01  WS-OPT-SUB                   PIC 9(02) VALUE 0.
       01  WS-OPT-LEN                   PIC 9(02) VALUE 0.
                   15  WS-DRUN-CAT-CODE PIC X(02).
                   15  WS-DRUN-CAT-AMOUNT
                                        PIC S9(9) COMP-3.
                   15  WS-DRUN-CAT-CURRENCY
                                        PIC X(03).
                   15  WS-DRUN-CAT-ORIG-AMOUNT
                                        PIC S9(9) COMP-3.
                   15  WS-DRUN-CAT-FX-RATE
                                        PIC 9(05)V9(06).
       01  WS-DRUN-SUB                  PIC 9(02) VALUE 0.
       01  WS-DRUN-HIT                  PIC 9(02) VALUE 0.
       01  WS-DCAT-SUB                  PIC 9(02) VALUE 0.
           05  WS-DTLCAT-ENTRY OCCURS 50 TIMES.
               10  WS-DTLCAT-CODE       PIC X(02).
               10  WS-DTLCAT-AMOUNT     PIC S9(9) COMP-3.
               10  WS-DTLCAT-CURRENCY   PIC X(03).
               10  WS-DTLCAT-ORIG-AMOUNT
                                        PIC S9(9) COMP-3.
               10  WS-DTLCAT-FX-RATE    PIC 9(05)V9(06).
       01  WS-DTLCAT-SUB                PIC 9(02) VALUE 0.
       01  WS-DTLCAT-HIT                PIC 9(02) VALUE 0.
       01  WS-EXPECTED-TOTAL            PIC S9(18) COMP-3 VALUE 0.
       01  WS-XFR-OK-SW                 PIC X(01) VALUE 'Y'.
           88  WS-XFR-OK                VALUE 'Y'.
           88  WS-XFR-BAD               VALUE 'N'.
       01  WS-HIST-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF              VALUE 'Y'.
       01  WS-OVLP-COUNT                PIC 9(02) VALUE 0.
       01  WS-MAX-OVLP-ENTRIES          PIC 9(02) VALUE 50.
       01  WS-OVLP-TABLE.
           05  WS-OVLP-ENTRY OCCURS 50 TIMES.
               10  WS-OVLP-RUN-ID       PIC X(08).
               10  WS-OVLP-REVERSED-SW  PIC X(01).
                   88  WS-OVLP-REVERSED VALUE 'Y'.
       01  WS-OVLP-SUB                  PIC 9(02) VALUE 0.
       01  WS-OVLP-HIT                  PIC 9(02) VALUE 0.
       01  WS-OVLP-CONFLICT-RUN-ID      PIC X(08) VALUE SPACES.
       01  WS-OVLP-LOOKUP-RUN-ID        PIC X(08) VALUE SPACES.
       01  WS-OVLP-FULL-SW              PIC X(01) VALUE 'N'.
           88  WS-OVLP-TABLE-FULL       VALUE 'Y'.
       01  WS-ALOC-STATUS               PIC X(02) VALUE '00'.
       01  WS-ALOC-OPEN-SW              PIC X(01) VALUE 'N'.
           88  WS-ALOC-OPEN             VALUE 'Y'.
       01  WS-ALOC-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-ALOC-EOF              VALUE 'Y'.
       01  WS-ALOC-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-ALOC-FOUND            VALUE 'Y'.
       01  WS-ALOC-SELECTED             PIC X(80) VALUE SPACES.
       01  WS-ALOC-LEG-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-ALOC-LEGS             PIC 9(02) VALUE 8.
       01  WS-ALOC-LEG-TABLE.
           05  WS-ALOC-LEG OCCURS 8 TIMES.
               10  WS-ALOC-LEG-CATEGORY PIC X(02).
               10  WS-ALOC-LEG-PERCENT  PIC 9(03)V99.
               10  WS-ALOC-LEG-AMOUNT   PIC S9(9) COMP-3.
       01  WS-ALOC-SUB                  PIC 9(02) VALUE 0.
       01  WS-ALOC-SUB2                 PIC 9(02) VALUE 0.
       01  WS-ALOC-HIT                  PIC 9(02) VALUE 0.
       01  WS-ALOC-REM-SUB              PIC 9(02) VALUE 0.
       01  WS-ALOC-PCT-TOTAL            PIC 9(05)V99 VALUE 0.
       01  WS-ALOC-PCT-EDIT             PIC ZZZZ9.99.
       01  WS-ALOC-ALLOCATED            PIC S9(11) COMP-3 VALUE 0.
       01  WS-ALOC-REMAINDER            PIC S9(9) COMP-3 VALUE 0.
      *****************************************************************
      * SIMULATION ONLY: THE PROJECTED NET POSITION OF EVERY CATEGORY  *
      * THE DRY RUN HAS MOVED (SEEDED FROM THE MASTER THE FIRST TIME   *
      * IT IS TOUCHED), AND THE POSITION THRESHOLDS THE MYFCMON        *
      * MONITOR WOULD APPLY TO THEM.                                  *
      *****************************************************************
       01  WS-PROJ-COUNT                PIC 9(03) VALUE 0.
       01  WS-MAX-PROJ-ENTRIES          PIC 9(03) VALUE 200.
       01  WS-PROJ-TABLE.
           05  WS-PROJ-ENTRY OCCURS 200 TIMES.
               10  WS-PROJ-CAT          PIC X(02).
               10  WS-PROJ-POSITION     PIC S9(9) COMP-3.
       01  WS-PROJ-SUB                  PIC 9(03) VALUE 0.
       01  WS-PROJ-HIT                  PIC 9(03) VALUE 0.
       01  WS-PROJ-WARN-COUNT           PIC 9(04) VALUE 0.
       01  WS-PROJ-ERROR-COUNT          PIC 9(04) VALUE 0.
       01  WS-THR-STATUS                PIC X(02) VALUE '00'.
       01  WS-THR-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-THR-EOF               VALUE 'Y'.
       01  WS-THR-COUNT                 PIC 9(02) VALUE 0.
       01  WS-MAX-THR-ENTRIES           PIC 9(02) VALUE 50.
       01  WS-THR-TABLE.
           05  WS-THR-ENTRY OCCURS 50 TIMES.
               10  WS-THR-CAT           PIC X(02).
               10  WS-THR-EFF           PIC X(08).
               10  WS-THR-WARN          PIC 9(09).
               10  WS-THR-ERROR         PIC 9(09).
       01  WS-THR-SUB                   PIC 9(02) VALUE 0.
       01  WS-THR-HIT                   PIC 9(02) VALUE 0.
       01  WS-ACTIVE-WARN               PIC 9(09) VALUE 0.
       01  WS-ACTIVE-ERROR              PIC 9(09) VALUE 0.
       01  WS-ABS-POSITION              PIC 9(09) VALUE 0.
       01  WS-PRF-STATUS                PIC X(02) VALUE '00'.
       01  WS-PRF-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-PRF-WRITTEN           VALUE 'Y'.
       01  WS-PRF-START-STAMP           PIC X(16) VALUE SPACES.
       01  WS-PRF-END-STAMP             PIC X(16) VALUE SPACES.
       01  WS-PRF-JOB-NAME              PIC X(08) VALUE 'MYCOBJOB'.
       01  WS-DTL-READ-COUNT            PIC 9(09) VALUE 0.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           STOP RUN.

       INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-START-STAMP.
           PERFORM SCAN-PARM-OPTIONS.
           IF NOT WS-SIMULATION
               PERFORM ACQUIRE-RUN-LOCK
           END-IF.
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN PARMFILE - STATUS '
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           IF WS-SIMULATION
               MOVE 'MYFIRSTCBL - SIMULATION ONLY' TO RPT-H1-TITLE
               PERFORM OPEN-SIMULATION-FILES
           ELSE
               PERFORM OPEN-POSTING-FILES
           END-IF.
           PERFORM OPEN-ALLOCATION-RULES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM CHECK-PERIOD-STATUS.
           PERFORM LOAD-AUTHORIZED-LIMITS.
           PERFORM LOAD-EXCHANGE-RATES.
           IF WS-SIMULATION
               PERFORM LOAD-THRESHOLDS
           ELSE
               PERFORM REGISTER-PARM-RECORDS
           END-IF.

       OPEN-POSTING-FILES.
           OPEN OUTPUT AUDITFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN AUDITFILE - STATUS '
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM OPEN-PUBLISHER.

      *****************************************************************
      * A SIMULATION OPENS THE KEYED FILES IT EDITS AGAINST FOR INPUT  *
      * ONLY AND LEAVES THE AUDIT, GDG, CHECKPOINT, EXTRACT AND        *
      * SUSPENSE FILES UNOPENED - THERE IS NOTHING IT MAY WRITE. THE   *
      * REVERSAL LOOKUP AND THE OVERLAP EDIT THEREFORE SEE ONLY WHAT   *
      * WAS POSTED BEFORE THE SIMULATION, NOT A RUN SIMULATED EARLIER  *
      * IN THE SAME PARMFILE.                                         *
      *****************************************************************
       OPEN-SIMULATION-FILES.
           OPEN INPUT INQFILE.
           IF WS-INQ-STATUS NOT = '00'
               DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN INQFILE - STATUS '
                   WS-INQ-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PARMFILE
               CLOSE RPTFILE
               STOP RUN
           END-IF.
           OPEN INPUT CATFILE.
           IF WS-CATF-STATUS NOT = '00'
               DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN CATFILE - STATUS '
                   WS-CATF-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PARMFILE
               CLOSE RPTFILE
               CLOSE INQFILE
               STOP RUN
           END-IF.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN HISTFILE - STATUS '
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PARMFILE
               CLOSE RPTFILE
               CLOSE INQFILE
               CLOSE CATFILE
               STOP RUN
           END-IF.

      *****************************************************************
      * THE ALLOCATION RULE FILE IS ONLY NEEDED BY MODE 'A' RUNS, SO   *
      * A MISSING OR UNDEFINED ALOCFILE DOES NOT STOP THE JOB - EVERY  *
      * ALLOCATION PARAMETER IS REJECTED INSTEAD, AND EVERY OTHER      *
      * PARAMETER RUNS AS USUAL.                                      *
      *****************************************************************
       OPEN-ALLOCATION-RULES.
           OPEN INPUT ALOCFILE.
           IF WS-ALOC-STATUS = '00'
               SET WS-ALOC-OPEN TO TRUE
           ELSE
               DISPLAY 'MYFIRSTCBL: ALLOCATION RULE FILE NOT AVAILABLE '
                   '- STATUS ' WS-ALOC-STATUS
                   ' - ALLOCATION RUNS WILL BE REJECTED'
               SET WS-ALOC-OPEN-SW TO 'N'
           END-IF.

      *****************************************************************
      * PARM.GO IS A COMMA-SEPARATED OPTION LIST. 'RESTART' RESUMES    *
      * CHECKPOINTED RANGES AS BEFORE; 'OVERRIDE' LETS A RUN POST INTO *
      * A PERIOD THE PERIOD CONTROL FILE SHOWS CLOSED; 'FORCE' CLEARS  *
      * A RUN LOCK A CRASHED JOB LEFT SET; 'SIMULATE' MAKES THE        *
      * SUBMISSION A DRY RUN THAT WRITES NOTHING BUT ITS REPORT;       *
      * 'STREAMN' (N = 1-4) RECORDS THE STEP'S PERFORMANCE HISTORY     *
      * UNDER SPLIT CHILD JOB MYCOBBLN INSTEAD OF MYCOBJOB. THE TEXT   *
      * IS SCANNED FOR EACH TOKEN SO THE OPTIONS COMBINE IN ANY ORDER  *
      * - EXCEPT THAT A SIMULATION HAS NO CHECKPOINTS TO RESUME FROM,  *
      * SO IT IGNORES 'RESTART' AND STARTS EVERY RUN COLD.            *
      *****************************************************************
       SCAN-PARM-OPTIONS.
           MOVE SPACES TO WS-PARM-OPTIONS.
               IF WS-PARM-OPTIONS (WS-OPT-SUB:5) = 'FORCE'
                   SET WS-FORCE-REQUESTED TO TRUE
               END-IF
               IF WS-PARM-OPTIONS (WS-OPT-SUB:8) = 'SIMULATE'
                   SET WS-SIMULATION TO TRUE
               END-IF
               IF WS-PARM-OPTIONS (WS-OPT-SUB:6) = 'STREAM'
                   AND WS-PARM-OPTIONS (WS-OPT-SUB + 6:1) IS NUMERIC
                   MOVE 'MYCOBBL' TO WS-PRF-JOB-NAME
                   MOVE WS-PARM-OPTIONS (WS-OPT-SUB + 6:1)
                       TO WS-PRF-JOB-NAME (8:1)
               END-IF
           END-PERFORM.
           IF WS-SIMULATION
               DISPLAY 'MYFIRSTCBL: SIMULATION ONLY - NO FILE WILL BE '
                   'UPDATED'
               IF WS-RESTART-REQUESTED
                   DISPLAY 'MYFIRSTCBL: RESTART IGNORED - A SIMULATION '
                       'STARTS EVERY RUN COLD'
                   SET WS-RESTART-SW TO 'N'
               END-IF
           END-IF.

      *****************************************************************
      * SINGLE-INSTANCE INTERLOCK: THE RUN LOCK DATA SET (SEE LOKREC)  *
      * IS SET TO ACTIVE BEFORE ANY SHARED FILE IS OPENED AND BLANKED  *
      * AGAIN AT EVERY EXIT. A SECOND SUBMISSION FINDING IT ACTIVE     *
      * ENDS RC 16 IMMEDIATELY - BEFORE ITS OPEN OUTPUT COULD TRUNCATE *
      * THE AUDIT TRAIL OF THE RUN IN FLIGHT. A LOCK LEFT SET BY A     *
      * CRASHED JOB IS CLEARED WITH PARM.GO 'FORCE'. A SIMULATION      *
      * UPDATES NOTHING THE LOCK PROTECTS, SO IT NEITHER TESTS, SETS   *
      * NOR BLANKS IT.                                                *
      *****************************************************************
       ACQUIRE-RUN-LOCK.
           OPEN I-O LOKFILE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LOK-SET-TIME.

       RELEASE-RUN-LOCK.
           IF NOT WS-SIMULATION
               OPEN I-O LOKFILE
               IF WS-LOK-STATUS = '00'
                   READ LOKFILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SPACES TO LOK-RECORD
                           REWRITE LOK-RECORD
                   END-READ
                   CLOSE LOKFILE
               END-IF
           END-IF.

      *****************************************************************
           IF PARM-MODE-DETAIL
               OR PARM-MODE-REVERSE
               OR PARM-MODE-TRANSFER
               OR PARM-MODE-ALLOCATE
               OR PARM-RANGE-FROM IS NOT NUMERIC
               MOVE 0 TO CKPT-CNT
           ELSE
           MOVE 0 TO CKPT-ITER-COUNT.
           MOVE PARM-MODE TO CKPT-MODE.
           IF PARM-MODE-REVERSE
               OR PARM-MODE-ALLOCATE
               MOVE PARM-REVERSAL-RUN-ID TO CKPT-REVERSAL-RUN-ID
           ELSE
               MOVE SPACES TO CKPT-REVERSAL-RUN-ID
           END-IF.
           MOVE WS-RUN-DATE TO CKPT-LAST-UPD-DATE.
           MOVE 0 TO CKPT-SUSP-COUNT.
           MOVE PARM-OVERLAP-OVERRIDE TO CKPT-OVERLAP-OVERRIDE.
           WRITE CKPT-RECORD
               INVALID KEY
                   CONTINUE
               MOVE SPACES TO WS-ACTIVE-LIM-EFF
           END-IF.

      *****************************************************************
      * A MISSING OR EMPTY RATE FILE IS ONLY A WARNING - A FEED WITH   *
      * NO FOREIGN-CURRENCY RECORDS NEEDS NO RATES, AND ANY RECORD     *
      * THAT DOES NEED ONE IS PARKED ON THE SUSPENSE FILE.            *
      *****************************************************************
       LOAD-EXCHANGE-RATES.
           OPEN INPUT FXRFILE.
           IF WS-FXR-STATUS = '00'
               PERFORM LOAD-ONE-RATE UNTIL WS-FXR-EOF
               CLOSE FXRFILE
           END-IF.
           IF WS-FXR-COUNT = 0
               DISPLAY 'MYFIRSTCBL: EXCHANGE-RATE FILE MISSING OR '
                   'EMPTY - FOREIGN-CURRENCY DETAIL WILL BE SUSPENDED'
           END-IF.

       LOAD-ONE-RATE.
           READ FXRFILE
               AT END
                   SET WS-FXR-EOF TO TRUE
               NOT AT END
                   IF FXR-RATE IS NUMERIC
                       AND FXR-RATE > 0
                       AND FXR-EFF-DATE IS NUMERIC
                       AND FXR-CURRENCY-CODE NOT = SPACES
                       AND WS-FXR-COUNT < WS-MAX-FXR-ENTRIES
                       ADD 1 TO WS-FXR-COUNT
                       MOVE FXR-CURRENCY-CODE TO
                           WS-FXR-CCY (WS-FXR-COUNT)
                       MOVE FXR-EFF-DATE TO
                           WS-FXR-EFF (WS-FXR-COUNT)
                       MOVE FXR-RATE TO
                           WS-FXR-RATE (WS-FXR-COUNT)
                   ELSE
                       DISPLAY 'MYFIRSTCBL: EXCHANGE RATE IGNORED - '
                           FXR-RECORD (1:22)
                   END-IF
           END-READ.

      *****************************************************************
      * PICK THE RATE FOR THE DETAIL RECORD'S CURRENCY: THE ENTRY WITH *
      * THE LATEST EFFECTIVE DATE NOT AFTER THE FEED DATE. WS-FXR-HIT  *
      * IS LEFT ZERO WHEN THERE IS NONE.                              *
      *****************************************************************
       SELECT-EXCHANGE-RATE.
           MOVE 0 TO WS-FXR-HIT.
           PERFORM VARYING WS-FXR-SUB FROM 1 BY 1
                   UNTIL WS-FXR-SUB > WS-FXR-COUNT
               IF WS-FXR-CCY (WS-FXR-SUB) = DTL-CURRENCY-CODE
                   AND WS-FXR-EFF (WS-FXR-SUB) NOT > WS-DTL-RATE-DATE
                   IF WS-FXR-HIT = 0
                       MOVE WS-FXR-SUB TO WS-FXR-HIT
                   ELSE
                       IF WS-FXR-EFF (WS-FXR-SUB) >
                           WS-FXR-EFF (WS-FXR-HIT)
                           MOVE WS-FXR-SUB TO WS-FXR-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * A SIMULATION LOADS THE THRFILE THRESHOLD CONTROL FILE (SEE     *
      * THRREC) SO IT CAN SHOW WHICH PROJECTED POSITIONS THE MYFCMON   *
      * MONITOR WOULD FLAG. A MISSING OR EMPTY FILE ONLY MEANS NO      *
      * BREACH IS PROJECTED - THE SIMULATION ITSELF STILL RUNS.       *
      *****************************************************************
       LOAD-THRESHOLDS.
           OPEN INPUT THRFILE.
           IF WS-THR-STATUS = '00'
               PERFORM LOAD-ONE-THRESHOLD UNTIL WS-THR-EOF
               CLOSE THRFILE
           END-IF.
           IF WS-THR-COUNT = 0
               DISPLAY 'MYFIRSTCBL: THRESHOLD CONTROL FILE MISSING OR '
                   'EMPTY - NO BREACHES PROJECTED'
           END-IF.

       LOAD-ONE-THRESHOLD.
           READ THRFILE
               AT END
                   SET WS-THR-EOF TO TRUE
               NOT AT END
                   IF THR-WARN-LIMIT IS NUMERIC
                       AND THR-ERROR-LIMIT IS NUMERIC
                       AND THR-EFF-DATE IS NUMERIC
                       AND WS-THR-COUNT < WS-MAX-THR-ENTRIES
                       ADD 1 TO WS-THR-COUNT
                       MOVE THR-CATEGORY-CODE TO
                           WS-THR-CAT (WS-THR-COUNT)
                       MOVE THR-EFF-DATE TO
                           WS-THR-EFF (WS-THR-COUNT)
                       MOVE THR-WARN-LIMIT TO
                           WS-THR-WARN (WS-THR-COUNT)
                       MOVE THR-ERROR-LIMIT TO
                           WS-THR-ERROR (WS-THR-COUNT)
                   ELSE
                       DISPLAY 'MYFIRSTCBL: THRESHOLD RECORD IGNORED '
                           '- ' THR-RECORD (1:28)
                   END-IF
           END-READ.

      *****************************************************************
      * PICK THE THRESHOLD GOVERNING THIS CATEGORY EXACTLY AS MYFCMON  *
      * DOES: THE CATEGORY'S OWN ENTRY WITH THE LATEST EFFECTIVE DATE  *
      * NOT AFTER THE RUN DATE, FAILING THAT THE '**' DEFAULT THE SAME *
      * WAY, FAILING THAT NO MONITORING.                              *
      *****************************************************************
       SELECT-ACTIVE-THRESHOLD.
           MOVE 0 TO WS-THR-HIT.
           PERFORM VARYING WS-THR-SUB FROM 1 BY 1
                   UNTIL WS-THR-SUB > WS-THR-COUNT
               IF WS-THR-CAT (WS-THR-SUB) = CAT-CODE
                   AND WS-THR-EFF (WS-THR-SUB) NOT > WS-RUN-DATE
                   IF WS-THR-HIT = 0
                       MOVE WS-THR-SUB TO WS-THR-HIT
                   ELSE
                       IF WS-THR-EFF (WS-THR-SUB) >
                           WS-THR-EFF (WS-THR-HIT)
                           MOVE WS-THR-SUB TO WS-THR-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-THR-HIT = 0
               PERFORM VARYING WS-THR-SUB FROM 1 BY 1
                       UNTIL WS-THR-SUB > WS-THR-COUNT
                   IF WS-THR-CAT (WS-THR-SUB) = '**'
                       AND WS-THR-EFF (WS-THR-SUB) NOT > WS-RUN-DATE
                       IF WS-THR-HIT = 0
                           MOVE WS-THR-SUB TO WS-THR-HIT
                       ELSE
                           IF WS-THR-EFF (WS-THR-SUB) >
                               WS-THR-EFF (WS-THR-HIT)
                               MOVE WS-THR-SUB TO WS-THR-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-THR-HIT > 0
               MOVE WS-THR-WARN (WS-THR-HIT) TO WS-ACTIVE-WARN
               MOVE WS-THR-ERROR (WS-THR-HIT) TO WS-ACTIVE-ERROR
           END-IF.

       PROCESS-RANGE.
           READ PARMFILE
               AT END
                       IF PARM-MODE-TRANSFER
                           PERFORM PROCESS-TRANSFER
                       ELSE
                           IF PARM-MODE-ALLOCATE
                               PERFORM PROCESS-ALLOCATION
                           ELSE
                               IF PARM-MODE-DETAIL
                                   PERFORM REGISTER-DETAIL-RUN
                               ELSE
                                   IF PARM-MODE-PARTIAL
                                       PERFORM PROCESS-PARTIAL-RUN
                                   ELSE
                                       PERFORM PROCESS-RANGE-RUN
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                       PERFORM VERIFY-RANGE-TOTAL
                       IF NOT WS-VERIFY-FAILED
                           PERFORM WRITE-REPORT-TOTAL
                           IF NOT WS-SIMULATION
                               PERFORM WRITE-PARTIAL-RECORD
                           END-IF
                           PERFORM MARK-CHECKPOINT-COMPLETE
                       END-IF
                   END-IF
           PERFORM GET-TIME-OF-DAY.
           MOVE WS-TOD-SECONDS TO WS-RANGE-START-SEC.
           MOVE 0 TO WS-DTL-PASS-COUNT.
           MOVE WS-RUN-DATE TO WS-DTL-RATE-DATE.
           SET WS-DTL-EOF-SW TO 'N'.
           OPEN INPUT DTLFILE.
           IF WS-DTL-STATUS NOT = '00'
               AT END
                   SET WS-DTL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DTL-READ-COUNT
                   IF DTL-H-TYPE-HEADER
                       AND DTL-H-FEED-DATE IS NUMERIC
                       MOVE DTL-H-FEED-DATE TO WS-DTL-RATE-DATE
                   END-IF
                   MOVE 0 TO WS-DRUN-HIT
                   PERFORM VARYING WS-DRUN-SUB FROM 1 BY 1
                           UNTIL WS-DRUN-SUB > WS-DRUN-COUNT

       APPLY-BATCH-MATCHING-DETAIL.
           SET WS-DTL-REC-OK TO TRUE.
           MOVE 0 TO WS-DTL-FX-RATE.
           IF DTL-AMOUNT IS NOT NUMERIC
               SET WS-DTL-REC-BAD TO TRUE
               MOVE 'DETAIL AMOUNT NOT NUMERIC - RECORD SKIPPED' TO
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM CONVERT-DETAIL-AMOUNT
               IF WS-DTL-REC-OK
                   PERFORM EDIT-BATCH-DETAIL-CATEGORY
               END-IF
           END-IF.
           IF WS-DTL-REC-BAD
               ADD 1 TO WS-DRUN-BAD-SEEN (WS-DRUN-SUB)
               END-IF
           END-IF.
           IF WS-DTL-REC-OK
               ADD WS-DTL-BASE-AMOUNT TO
                   WS-DRUN-CAT-AMOUNT (WS-DRUN-SUB WS-DCAT-SUB)
                   ON SIZE ERROR
                       DISPLAY 'MYFIRSTCBL: DETAIL CATEGORY OVERFLOW'
                       SET WS-OVERFLOW-DETECTED TO TRUE
                       MOVE 16 TO RETURN-CODE
               END-ADD
               IF DTL-CURRENCY-CODE NOT = SPACES
                   ADD DTL-AMOUNT TO
                       WS-DRUN-CAT-ORIG-AMOUNT
                           (WS-DRUN-SUB WS-DCAT-SUB)
                       ON SIZE ERROR
                           DISPLAY 'MYFIRSTCBL: DETAIL CATEGORY '
                               'OVERFLOW'
                           MOVE 'ACCUMULATOR OVERFLOW' TO
                               WS-EDIT-ERROR-TEXT
                           SET WS-OVERFLOW-DETECTED TO TRUE
                           MOVE 16 TO RETURN-CODE
                   END-ADD
               END-IF
               ADD 1 TO WS-DRUN-SEEN (WS-DRUN-SUB)
               IF NOT WS-OVERFLOW-DETECTED
                   AND WS-DRUN-SEEN (WS-DRUN-SUB) >
                       WS-DRUN-SKIP (WS-DRUN-SUB)
                   ADD WS-DTL-BASE-AMOUNT TO
                       WS-DRUN-MYSUM (WS-DRUN-SUB)
                       ON SIZE ERROR
                           DISPLAY 'MYFIRSTCBL: MYSUM OVERFLOW'
                           MOVE 'ACCUMULATOR OVERFLOW' TO
               END-IF
           END-IF.

      *****************************************************************
      * A DETAIL AMOUNT WITH NO CURRENCY CODE IS ALREADY IN BASE       *
      * CURRENCY. A CODED ONE IS CONVERTED AT THE RATE EFFECTIVE ON    *
      * THE FEED DATE, ROUNDED TO THE UNIT, INTO WS-DTL-BASE-AMOUNT;   *
      * WITH NO RATE FOR THAT DATE, OR A CONVERTED AMOUNT TOO LARGE    *
      * FOR THE ACCUMULATORS, THE RECORD IS SKIPPED WITH RC 12 AND     *
      * PARKED ON THE SUSPENSE FILE.                                  *
      *****************************************************************
       CONVERT-DETAIL-AMOUNT.
           IF DTL-CURRENCY-CODE = SPACES
               MOVE DTL-AMOUNT TO WS-DTL-BASE-AMOUNT
           ELSE
               PERFORM SELECT-EXCHANGE-RATE
               IF WS-FXR-HIT = 0
                   SET WS-DTL-REC-BAD TO TRUE
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'NO EXCHANGE RATE FOR ' DTL-CURRENCY-CODE
                       ' ON ' WS-DTL-RATE-DATE
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               ELSE
                   MOVE WS-FXR-RATE (WS-FXR-HIT) TO WS-DTL-FX-RATE
                   COMPUTE WS-DTL-BASE-AMOUNT ROUNDED =
                       DTL-AMOUNT * WS-DTL-FX-RATE
                       ON SIZE ERROR
                           SET WS-DTL-REC-BAD TO TRUE
                           MOVE 'CONVERTED AMOUNT TOO LARGE - SKIPPED'
                               TO WS-EDIT-ERROR-TEXT
                   END-COMPUTE
               END-IF
               IF WS-DTL-REC-BAD
                   PERFORM WRITE-REPORT-ERROR
                   IF RETURN-CODE < 12
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * EACH DETAIL RECORD'S CATEGORY IS VALIDATED AGAINST THE MASTER  *
      * THE FIRST TIME IT APPEARS IN ITS RUN AND ACCUMULATED IN THAT   *
      * RUN'S OWN BUCKET - ONE PER CATEGORY, CURRENCY AND RATE, SO     *
      * EACH POSTED BUCKET KEEPS ITS ORIGINAL AMOUNT AND RATE FOR THE  *
      * HISTORY; WS-DCAT-SUB IS LEFT POINTING AT THE RECORD'S BUCKET.  *
      * A BAD CATEGORY SKIPS THE RECORD WITH RC 12.                   *
      *****************************************************************
       EDIT-BATCH-DETAIL-CATEGORY.
           MOVE 0 TO WS-DCAT-HIT.
                       WS-DRUN-CAT-COUNT (WS-DRUN-SUB)
               IF WS-DRUN-CAT-CODE (WS-DRUN-SUB WS-DCAT-SUB) =
                   DTL-CATEGORY-CODE
                   AND WS-DRUN-CAT-CURRENCY (WS-DRUN-SUB WS-DCAT-SUB) =
                       DTL-CURRENCY-CODE
                   AND WS-DRUN-CAT-FX-RATE (WS-DRUN-SUB WS-DCAT-SUB) =
                       WS-DTL-FX-RATE
                   MOVE WS-DCAT-SUB TO WS-DCAT-HIT
               END-IF
           END-PERFORM.
                       MOVE 0 TO
                           WS-DRUN-CAT-AMOUNT
                               (WS-DRUN-SUB WS-DCAT-SUB)
                       MOVE DTL-CURRENCY-CODE TO
                           WS-DRUN-CAT-CURRENCY
                               (WS-DRUN-SUB WS-DCAT-SUB)
                       MOVE 0 TO
                           WS-DRUN-CAT-ORIG-AMOUNT
                               (WS-DRUN-SUB WS-DCAT-SUB)
                       MOVE WS-DTL-FX-RATE TO
                           WS-DRUN-CAT-FX-RATE
                               (WS-DRUN-SUB WS-DCAT-SUB)
                   ELSE
                       SET WS-DTL-REC-BAD TO TRUE
                       MOVE 'DETAIL CATEGORY TABLE FULL' TO
           MOVE SPACES TO CKPT-REVERSAL-RUN-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CKPT-LAST-UPD-DATE.
           MOVE WS-DRUN-BAD-SEEN (WS-DRUN-SUB) TO CKPT-SUSP-COUNT.
           MOVE SPACE TO CKPT-OVERLAP-OVERRIDE.
           IF NOT WS-SIMULATION
               REWRITE CKPT-RECORD
                   INVALID KEY
                       WRITE CKPT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-REWRITE
           END-IF.

       QUIESCE-ONE-DETAIL-RUN.
           PERFORM TAKE-DETAIL-CHECKPOINT.
               WS-DTLCAT-CODE (WS-DCAT-SUB).
           MOVE WS-DRUN-CAT-AMOUNT (WS-DRUN-SUB WS-DCAT-SUB) TO
               WS-DTLCAT-AMOUNT (WS-DCAT-SUB).
           MOVE WS-DRUN-CAT-CURRENCY (WS-DRUN-SUB WS-DCAT-SUB) TO
               WS-DTLCAT-CURRENCY (WS-DCAT-SUB).
           MOVE WS-DRUN-CAT-ORIG-AMOUNT (WS-DRUN-SUB WS-DCAT-SUB) TO
               WS-DTLCAT-ORIG-AMOUNT (WS-DCAT-SUB).
           MOVE WS-DRUN-CAT-FX-RATE (WS-DRUN-SUB WS-DCAT-SUB) TO
               WS-DTLCAT-FX-RATE (WS-DCAT-SUB).

      *****************************************************************
      * ONE STATISTICS LINE FOR THE WHOLE PASS - ELAPSED TIME AND THE  *
           MOVE WS-EDIT-ERROR-TEXT (1:40) TO SUSP-REJECT-REASON.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SUSP-REJECT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO SUSP-REJECT-TIME.
           IF DTL-CURRENCY-CODE NOT = SPACES
               MOVE DTL-CURRENCY-CODE TO SUSP-CURRENCY-CODE
               MOVE WS-DTL-RATE-DATE TO SUSP-RATE-DATE
               MOVE WS-DTL-FX-RATE TO SUSP-FX-RATE
           END-IF.
           IF NOT WS-SIMULATION
               WRITE SUSP-RECORD
           END-IF.
           ADD 1 TO WS-SUSP-COUNT.

       POST-DETAIL-CATEGORIES.
                       MOVE 16 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   IF WS-SIMULATION
                       PERFORM FIND-PROJECTED-POSITION
                   END-IF
                   ADD WS-DTLCAT-AMOUNT (WS-DTLCAT-SUB) TO
                       CAT-NET-POSITION
                       ON SIZE ERROR
                   END-ADD
                   MOVE FUNCTION CURRENT-DATE (1:8) TO
                       CAT-LAST-POST-DATE
                   IF WS-SIMULATION
                       PERFORM STORE-PROJECTED-POSITION
                   ELSE
                       REWRITE CAT-RECORD
                   END-IF
                   PERFORM WRITE-DETAIL-CATEGORY-HISTORY
           END-READ.

           MOVE SPACES TO HIST-REVERSAL-OF-RUN-ID.
           MOVE WS-DTLCAT-CODE (WS-DTLCAT-SUB) TO
               HIST-CATEGORY-CODE.
           IF WS-DTLCAT-CURRENCY (WS-DTLCAT-SUB) NOT = SPACES
               MOVE WS-DTLCAT-CURRENCY (WS-DTLCAT-SUB) TO
                   HIST-CURRENCY-CODE
               MOVE WS-DTLCAT-ORIG-AMOUNT (WS-DTLCAT-SUB) TO
                   HIST-ORIG-AMOUNT
               MOVE WS-DTLCAT-FX-RATE (WS-DTLCAT-SUB) TO
                   HIST-FX-RATE
           END-IF.
           SET WS-HIST-WRITTEN-SW TO 'N'.
           PERFORM TRY-HISTORY-WRITE UNTIL WS-HIST-WRITTEN
               OR HIST-POST-SEQ > 98.
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               IF NOT WS-SIMULATION
                   PERFORM PUBLISH-POSTING-EVENT
               END-IF
           END-IF.

      *****************************************************************
                   IF PARM-MODE-DETAIL
                       OR PARM-MODE-REVERSE
                       OR PARM-MODE-TRANSFER
                       OR PARM-MODE-ALLOCATE
                       MOVE 0 TO CNT
                   ELSE
                       COMPUTE CNT = PARM-RANGE-FROM - 1
                       MOVE 16 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   IF WS-SIMULATION
                       PERFORM FIND-PROJECTED-POSITION
                   END-IF
                   ADD MYSUM TO CAT-NET-POSITION
                       ON SIZE ERROR
                           DISPLAY 'MYFIRSTCBL: CATEGORY POSITION '
                   END-ADD
                   MOVE FUNCTION CURRENT-DATE (1:8) TO
                       CAT-LAST-POST-DATE
                   IF WS-SIMULATION
                       PERFORM STORE-PROJECTED-POSITION
                   ELSE
                       REWRITE CAT-RECORD
                   END-IF
           END-READ.

       WRITE-TRANSFER-AUDIT.
           MOVE WS-XFR-LEG-TYPE TO AUD-ENTRY-TYPE.
           MOVE SPACES TO AUD-REVERSAL-OF-RUN-ID.
           MOVE WS-XFR-LEG-CATEGORY TO AUD-CATEGORY-CODE.
           IF NOT WS-SIMULATION
               WRITE AUDIT-RECORD
           END-IF.
           PERFORM WRITE-EXTRACT-DETAIL.

       WRITE-TRANSFER-GDG.
           MOVE WS-XFR-LEG-TYPE TO GDG-ENTRY-TYPE.
           MOVE SPACES TO GDG-REVERSAL-OF-RUN-ID.
           MOVE WS-XFR-LEG-CATEGORY TO GDG-CATEGORY-CODE.
           IF NOT WS-SIMULATION
               WRITE GDG-RECORD
           END-IF.

       WRITE-TRANSFER-HISTORY.
           MOVE SPACES TO HIST-RECORD.
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               IF NOT WS-SIMULATION
                   PERFORM PUBLISH-POSTING-EVENT
               END-IF
           END-IF.

      *****************************************************************
      * AN ALLOCATION IS A TRANSFER WITH MANY TARGETS AND FOLLOWS THE  *
      * SAME CHECKPOINT PROTOCOL. THE SOURCE AND EVERY TARGET ARE      *
      * RE-READ BEFORE ANY LEG MOVES. EACH TARGET'S SHARE IS THE       *
      * AMOUNT TIMES ITS PERCENTAGE, TRUNCATED TO THE WHOLE UNIT; WHAT *
      * TRUNCATION LEAVES OVER GOES TO THE RULE'S REMAINDER TARGET, SO *
      * THE 'T' LEGS ALWAYS ADD BACK TO THE 'F' LEG EXACTLY.          *
      *****************************************************************
       PROCESS-ALLOCATION.
           SET WS-CKPT-FOUND-SW TO 'N'.
           IF WS-RESTART-REQUESTED
               PERFORM READ-CHECKPOINT
           END-IF.
           IF WS-CKPT-ALREADY-DONE
               PERFORM WRITE-RUN-ALREADY-DONE
           ELSE
               IF NOT WS-CKPT-FOUND
                   MOVE 0 TO CNT
                   MOVE 0 TO MYSUM
                   PERFORM TAKE-CHECKPOINT
               END-IF
               PERFORM VERIFY-ALLOCATION-CATEGORIES
               IF WS-XFR-OK
                   PERFORM COMPUTE-ALLOCATION-LEGS
                   PERFORM WRITE-REPORT-HEADING
                   MOVE PARM-CATEGORY-CODE TO WS-XFR-LEG-CATEGORY
                   MOVE 'F' TO WS-XFR-LEG-TYPE
                   COMPUTE MYSUM = 0 - PARM-TRANSFER-AMOUNT
                   PERFORM POST-TRANSFER-LEG
                   PERFORM POST-ALLOCATION-LEG
                       VARYING WS-ALOC-SUB FROM 1 BY 1
                       UNTIL WS-ALOC-SUB > WS-ALOC-LEG-COUNT
                   PERFORM WRITE-TRANSFER-INQUIRY
                   PERFORM MARK-CHECKPOINT-COMPLETE
               END-IF
           END-IF.

       VERIFY-ALLOCATION-CATEGORIES.
           SET WS-XFR-OK-SW TO 'Y'.
           MOVE PARM-CATEGORY-CODE TO CAT-CODE.
           READ CATFILE
               INVALID KEY
                   SET WS-XFR-BAD TO TRUE
           END-READ.
           PERFORM VERIFY-ALLOCATION-TARGET
               VARYING WS-ALOC-SUB FROM 1 BY 1
               UNTIL WS-ALOC-SUB > WS-ALOC-LEG-COUNT
               OR WS-XFR-BAD.
           IF WS-XFR-BAD
               MOVE 'CATEGORY DROPPED FROM MASTER - NOT POSTED' TO
                   WS-EDIT-ERROR-TEXT
               DISPLAY 'MYFIRSTCBL: ' WS-EDIT-ERROR-TEXT
                   ' - CODE ' CAT-CODE
               PERFORM WRITE-REPORT-ERROR
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       VERIFY-ALLOCATION-TARGET.
           MOVE WS-ALOC-LEG-CATEGORY (WS-ALOC-SUB) TO CAT-CODE.
           READ CATFILE
               INVALID KEY
                   SET WS-XFR-BAD TO TRUE
           END-READ.

       COMPUTE-ALLOCATION-LEGS.
           MOVE 0 TO WS-ALOC-ALLOCATED.
           PERFORM COMPUTE-ONE-ALLOCATION-LEG
               VARYING WS-ALOC-SUB FROM 1 BY 1
               UNTIL WS-ALOC-SUB > WS-ALOC-LEG-COUNT.
           COMPUTE WS-ALOC-REMAINDER =
               PARM-TRANSFER-AMOUNT - WS-ALOC-ALLOCATED.
           ADD WS-ALOC-REMAINDER TO
               WS-ALOC-LEG-AMOUNT (WS-ALOC-REM-SUB).
           IF WS-ALOC-REMAINDER NOT = 0
               DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID
                   ' - ALLOCATION REMAINDER ' WS-ALOC-REMAINDER
                   ' TO CAT ' WS-ALOC-LEG-CATEGORY (WS-ALOC-REM-SUB)
           END-IF.

       COMPUTE-ONE-ALLOCATION-LEG.
           COMPUTE WS-ALOC-LEG-AMOUNT (WS-ALOC-SUB) =
               PARM-TRANSFER-AMOUNT * WS-ALOC-LEG-PERCENT (WS-ALOC-SUB)
               / 100.
           ADD WS-ALOC-LEG-AMOUNT (WS-ALOC-SUB) TO WS-ALOC-ALLOCATED.

       POST-ALLOCATION-LEG.
           MOVE WS-ALOC-LEG-CATEGORY (WS-ALOC-SUB) TO
               WS-XFR-LEG-CATEGORY.
           MOVE 'T' TO WS-XFR-LEG-TYPE.
           MOVE WS-ALOC-LEG-AMOUNT (WS-ALOC-SUB) TO MYSUM.
           PERFORM POST-TRANSFER-LEG.

      *****************************************************************
      * ONE INQUIRY RECORD PER TRANSFER RUN: THE ONLINE VIEW SHOWS     *
      * THE RUN'S NET MOVEMENT, ZERO FOR A BALANCED TRANSFER, UNDER   *
      * ENTRY TYPE 'T'. THE RECON STEP KNOWS TO EXPECT ZERO HERE FOR  *
      * TRANSFER LEGS. AN ALLOCATION HAS NO SINGLE TARGET, SO ITS     *
      * INQUIRY RECORD IS FILED UNDER THE SOURCE CATEGORY.            *
      *****************************************************************
       WRITE-TRANSFER-INQUIRY.
           MOVE SPACES TO INQ-RECORD.
           MOVE 0 TO INQ-ITERATIONS.
           SET INQ-ENTRY-XFR-TO TO TRUE.
           MOVE SPACES TO INQ-REVERSAL-OF-RUN-ID.
           IF PARM-MODE-ALLOCATE
               MOVE PARM-CATEGORY-CODE TO INQ-CATEGORY-CODE
           ELSE
               MOVE PARM-TARGET-CATEGORY TO INQ-CATEGORY-CODE
           END-IF.
           IF NOT WS-SIMULATION
               WRITE INQ-RECORD
                   INVALID KEY
                       REWRITE INQ-RECORD
               END-WRITE
           END-IF.

      *****************************************************************
      * TRANSFER-SPECIFIC EDITS, RUN AFTER THE SOURCE CATEGORY HAS     *
               END-READ
           END-IF.

      *****************************************************************
      * ALLOCATION-SPECIFIC EDITS, RUN AFTER THE SOURCE CATEGORY HAS   *
      * PASSED THE ORDINARY CATEGORY EDIT. THE VERSION OF THE RULE IN  *
      * EFFECT ON THE RUN DATE MUST EXIST, MUST NAME THIS SOURCE, AND  *
      * ITS TARGETS MUST BE DISTINCT, ACTIVE, NOT THE SOURCE, AND      *
      * TOTAL EXACTLY 100.00 PERCENT WITH THE REMAINDER TARGET AMONG   *
      * THEM - OTHERWISE THE RUN IS REJECTED BEFORE ANYTHING POSTS.   *
      * THE ACCEPTED TARGETS ARE LEFT IN WS-ALOC-LEG-TABLE.           *
      *****************************************************************
       EDIT-ALLOCATION-PARAMETER.
           IF PARM-TRANSFER-AMOUNT IS NOT NUMERIC
               SET WS-RANGE-BAD TO TRUE
               MOVE 'ALLOCATION AMOUNT NOT NUMERIC' TO
                   WS-EDIT-ERROR-TEXT
           ELSE
               IF PARM-TRANSFER-AMOUNT NOT > 0
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'ALLOCATION AMOUNT MUST BE POSITIVE' TO
                       WS-EDIT-ERROR-TEXT
               END-IF
           END-IF.
           IF WS-RANGE-OK
               IF PARM-ALLOC-RULE-ID = SPACES
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'ALLOCATION RULE ID REQUIRED' TO
                       WS-EDIT-ERROR-TEXT
               ELSE
                   IF NOT WS-ALOC-OPEN
                       SET WS-RANGE-BAD TO TRUE
                       MOVE 'ALLOCATION RULE FILE UNAVAILABLE' TO
                           WS-EDIT-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-RANGE-OK
               PERFORM SELECT-ALLOCATION-RULE
               IF NOT WS-ALOC-FOUND
                   SET WS-RANGE-BAD TO TRUE
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'NO ALLOCATION RULE ' PARM-ALLOC-RULE-ID
                       ' EFFECTIVE ' WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               END-IF
           END-IF.
           IF WS-RANGE-OK
               IF ALOC-SOURCE-CATEGORY NOT = PARM-CATEGORY-CODE
                   SET WS-RANGE-BAD TO TRUE
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'ALLOCATION SOURCE NOT RULE SOURCE '
                       ALOC-SOURCE-CATEGORY
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               ELSE
                   IF ALOC-TARGET-COUNT IS NOT NUMERIC
                       OR ALOC-TARGET-COUNT = 0
                       OR ALOC-TARGET-COUNT > WS-MAX-ALOC-LEGS
                       SET WS-RANGE-BAD TO TRUE
                       MOVE 'ALLOCATION RULE TARGET COUNT INVALID' TO
                           WS-EDIT-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-RANGE-OK
               MOVE 0 TO WS-ALOC-LEG-COUNT
               MOVE 0 TO WS-ALOC-REM-SUB
               MOVE 0 TO WS-ALOC-PCT-TOTAL
               PERFORM EDIT-ALLOCATION-TARGET
                   VARYING WS-ALOC-SUB FROM 1 BY 1
                   UNTIL WS-ALOC-SUB > ALOC-TARGET-COUNT
                   OR WS-RANGE-BAD
           END-IF.
           IF WS-RANGE-OK
               IF WS-ALOC-REM-SUB = 0
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'ALLOCATION REMAINDER CATEGORY NOT A TARGET' TO
                       WS-EDIT-ERROR-TEXT
               ELSE
                   IF WS-ALOC-PCT-TOTAL NOT = 100
                       SET WS-RANGE-BAD TO TRUE
                       MOVE WS-ALOC-PCT-TOTAL TO WS-ALOC-PCT-EDIT
                       MOVE SPACES TO WS-EDIT-ERROR-TEXT
                       STRING 'ALLOCATION PERCENTAGES TOTAL '
                           WS-ALOC-PCT-EDIT ' NOT 100'
                           DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * RULE VERSIONS ARE KEYED RULE ID + EFFECTIVE DATE, SO THE       *
      * VERSIONS OF ONE RULE READ IN DATE ORDER: THE LAST ONE NOT      *
      * AFTER THE RUN DATE IS THE ONE IN EFFECT.                      *
      *****************************************************************
       SELECT-ALLOCATION-RULE.
           SET WS-ALOC-FOUND-SW TO 'N'.
           SET WS-ALOC-EOF-SW TO 'N'.
           MOVE PARM-ALLOC-RULE-ID TO ALOC-RULE-ID.
           MOVE LOW-VALUES TO ALOC-EFF-DATE.
           START ALOCFILE KEY NOT < ALOC-KEY
               INVALID KEY
                   SET WS-ALOC-EOF TO TRUE
           END-START.
           PERFORM READ-ALLOCATION-VERSION UNTIL WS-ALOC-EOF.
           IF WS-ALOC-FOUND
               MOVE WS-ALOC-SELECTED TO ALOC-RECORD
           END-IF.

       READ-ALLOCATION-VERSION.
           READ ALOCFILE NEXT RECORD
               AT END
                   SET WS-ALOC-EOF TO TRUE
               NOT AT END
                   IF ALOC-RULE-ID NOT = PARM-ALLOC-RULE-ID
                       OR ALOC-EFF-DATE > WS-RUN-DATE
                       SET WS-ALOC-EOF TO TRUE
                   ELSE
                       MOVE ALOC-RECORD TO WS-ALOC-SELECTED
                       SET WS-ALOC-FOUND TO TRUE
                   END-IF
           END-READ.

       EDIT-ALLOCATION-TARGET.
           IF ALOC-TGT-PERCENT (WS-ALOC-SUB) IS NOT NUMERIC
               OR ALOC-TGT-PERCENT (WS-ALOC-SUB) = 0
               SET WS-RANGE-BAD TO TRUE
               MOVE SPACES TO WS-EDIT-ERROR-TEXT
               STRING 'ALLOCATION PERCENT INVALID FOR TARGET '
                   ALOC-TGT-CATEGORY (WS-ALOC-SUB)
                   DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
           ELSE
               IF ALOC-TGT-CATEGORY (WS-ALOC-SUB) = PARM-CATEGORY-CODE
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'ALLOCATION TARGET SAME AS SOURCE' TO
                       WS-EDIT-ERROR-TEXT
               END-IF
           END-IF.
           IF WS-RANGE-OK
               MOVE 0 TO WS-ALOC-HIT
               PERFORM VARYING WS-ALOC-SUB2 FROM 1 BY 1
                   UNTIL WS-ALOC-SUB2 > WS-ALOC-LEG-COUNT
                   IF WS-ALOC-LEG-CATEGORY (WS-ALOC-SUB2) =
                       ALOC-TGT-CATEGORY (WS-ALOC-SUB)
                       MOVE WS-ALOC-SUB2 TO WS-ALOC-HIT
                   END-IF
               END-PERFORM
               IF WS-ALOC-HIT > 0
                   SET WS-RANGE-BAD TO TRUE
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'ALLOCATION TARGET '
                       ALOC-TGT-CATEGORY (WS-ALOC-SUB)
                       ' NAMED TWICE IN RULE'
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               END-IF
           END-IF.
           IF WS-RANGE-OK
               MOVE ALOC-TGT-CATEGORY (WS-ALOC-SUB) TO CAT-CODE
               READ CATFILE
                   INVALID KEY
                       SET WS-RANGE-BAD TO TRUE
                   NOT INVALID KEY
                       IF CAT-INACTIVE
                           SET WS-RANGE-BAD TO TRUE
                       END-IF
               END-READ
               IF WS-RANGE-BAD
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'ALLOCATION TARGET ' CAT-CODE
                       ' NOT ACTIVE ON CATEGORY MASTER'
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               END-IF
           END-IF.
           IF WS-RANGE-OK
               ADD 1 TO WS-ALOC-LEG-COUNT
               MOVE ALOC-TGT-CATEGORY (WS-ALOC-SUB) TO
                   WS-ALOC-LEG-CATEGORY (WS-ALOC-LEG-COUNT)
               MOVE ALOC-TGT-PERCENT (WS-ALOC-SUB) TO
                   WS-ALOC-LEG-PERCENT (WS-ALOC-LEG-COUNT)
               MOVE 0 TO WS-ALOC-LEG-AMOUNT (WS-ALOC-LEG-COUNT)
               ADD ALOC-TGT-PERCENT (WS-ALOC-SUB) TO WS-ALOC-PCT-TOTAL
               IF ALOC-TGT-CATEGORY (WS-ALOC-SUB) =
                   ALOC-REMAINDER-CATEGORY
                   MOVE WS-ALOC-LEG-COUNT TO WS-ALOC-REM-SUB
               END-IF
           END-IF.

       EDIT-PARAMETER.
           SET WS-RANGE-OK TO TRUE.
           IF WS-PERIOD-CLOSED
               AND NOT PARM-MODE-DETAIL
               AND NOT PARM-MODE-PARTIAL
               AND NOT PARM-MODE-TRANSFER
               AND NOT PARM-MODE-ALLOCATE
               SET WS-RANGE-BAD TO TRUE
               MOVE 'PARM MODE NOT N, R, D, P, T OR A' TO
                   WS-EDIT-ERROR-TEXT
           END-IF.
           IF WS-RANGE-OK
               AND PARM-MODE-TRANSFER
               PERFORM EDIT-TRANSFER-PARAMETER
           END-IF.
           IF WS-RANGE-OK
               AND PARM-MODE-ALLOCATE
               PERFORM EDIT-ALLOCATION-PARAMETER
           END-IF.
           IF WS-RANGE-OK
               AND (PARM-MODE-NORMAL OR PARM-MODE-PARTIAL)
               PERFORM EDIT-RANGE-OVERLAP
           END-IF.
           IF WS-RANGE-BAD
               DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID ' - '
                   WS-EDIT-ERROR-TEXT
                   END-IF
           END-READ.

      *****************************************************************
      * A NORMAL RANGE (OR A SPLIT CHILD OF ONE) MAY NOT OVERLAP THE   *
      * RANGE OF ANY EARLIER NORMAL POSTING IN THE SAME CATEGORY THAT  *
      * HAS NOT SINCE BEEN REVERSED - THAT IS ALMOST ALWAYS THE SAME   *
      * WORK KEYED TWICE UNDER TWO RUN-IDS, WHICH THE CHECKPOINT'S     *
      * ALREADY-DONE TEST CANNOT CATCH. ONE PASS OVER THE CATEGORY'S   *
      * OWN EVENTS, THROUGH THE CATEGORY ALTERNATE INDEX ON HISTFILE,  *
      * TABLES EVERY TYPE-'N' POSTING WHOSE RANGE OVERLAPS (A DETAIL   *
      * RUN'S RUN-LEVEL EVENT CARRIES NO CATEGORY AND NEVER MATCHES;   *
      * THE RUN'S OWN EARLIER EVENTS ARE SKIPPED SO A RESTART IS NOT   *
      * BLOCKED BY ITSELF) AND MARKS REVERSED EVERY ONE A TYPE-'R'     *
      * EVENT REVERSED - A REVERSAL CARRIES THE CATEGORY AND RANGE OF  *
      * THE RUN IT REVERSED, AND MAY BE MET BEFORE THAT RUN, SO IT IS  *
      * TABLED TOO. ANY POSTING LEFT STANDING REJECTS THE PARAMETER    *
      * UNLESS IT WAS KEYED WITH THE OVERLAP OVERRIDE AND APPROVED     *
      * THROUGH MYFPAPP, IN WHICH CASE THE OVERLAP IS ONLY LOGGED.     *
      * MORE POSTINGS THAN THE TABLE HOLDS IS TREATED AS AN OVERLAP    *
      * RATHER THAN WAVED THROUGH.                                    *
      *****************************************************************
       EDIT-RANGE-OVERLAP.
           MOVE 0 TO WS-OVLP-COUNT.
           MOVE SPACES TO WS-OVLP-CONFLICT-RUN-ID.
           SET WS-OVLP-FULL-SW TO 'N'.
           SET WS-HIST-EOF-SW TO 'N'.
           MOVE PARM-CATEGORY-CODE TO HIST-CATEGORY-CODE.
           START HISTFILE KEY = HIST-CATEGORY-CODE
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.
           PERFORM COLLECT-OVERLAPPING-POSTING UNTIL WS-HIST-EOF.
           PERFORM VARYING WS-OVLP-SUB FROM 1 BY 1
                   UNTIL WS-OVLP-SUB > WS-OVLP-COUNT
               IF NOT WS-OVLP-REVERSED (WS-OVLP-SUB)
                   AND WS-OVLP-CONFLICT-RUN-ID = SPACES
                   MOVE WS-OVLP-RUN-ID (WS-OVLP-SUB) TO
                       WS-OVLP-CONFLICT-RUN-ID
               END-IF
           END-PERFORM.
           IF WS-OVLP-CONFLICT-RUN-ID NOT = SPACES
               IF PARM-OVERLAP-OVERRIDDEN
                   DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID
                       ' OVERLAPS UNREVERSED RUN '
                       WS-OVLP-CONFLICT-RUN-ID ' CAT '
                       PARM-CATEGORY-CODE ' - OVERRIDE ON ENTRY'
               ELSE
                   SET WS-RANGE-BAD TO TRUE
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'RANGE OVERLAPS RUN '
                       WS-OVLP-CONFLICT-RUN-ID
                       ' CAT ' PARM-CATEGORY-CODE
                       ' - OVERRIDE REQUIRED'
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               END-IF
           END-IF.

       COLLECT-OVERLAPPING-POSTING.
           READ HISTFILE NEXT
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF HIST-CATEGORY-CODE NOT = PARM-CATEGORY-CODE
                       SET WS-HIST-EOF TO TRUE
                   ELSE
                       IF HIST-RANGE-FROM IS NUMERIC
                           AND HIST-RANGE-TO IS NUMERIC
                           AND HIST-RANGE-FROM NOT > PARM-RANGE-TO
                           AND HIST-RANGE-TO NOT < PARM-RANGE-FROM
                           PERFORM TABLE-OVERLAPPING-POSTING
                       END-IF
                   END-IF
           END-READ.

       TABLE-OVERLAPPING-POSTING.
           EVALUATE TRUE
               WHEN HIST-ENTRY-NORMAL
                   AND HIST-RUN-ID NOT = PARM-RUN-ID
                   MOVE HIST-RUN-ID TO WS-OVLP-LOOKUP-RUN-ID
                   PERFORM FIND-OVERLAP-ENTRY
               WHEN HIST-ENTRY-REVERSAL
                   MOVE HIST-REVERSAL-OF-RUN-ID TO
                       WS-OVLP-LOOKUP-RUN-ID
                   PERFORM FIND-OVERLAP-ENTRY
                   IF WS-OVLP-HIT NOT = 0
                       SET WS-OVLP-REVERSED (WS-OVLP-HIT) TO TRUE
                   END-IF
           END-EVALUATE.

       FIND-OVERLAP-ENTRY.
           MOVE 0 TO WS-OVLP-HIT.
           PERFORM VARYING WS-OVLP-SUB FROM 1 BY 1
                   UNTIL WS-OVLP-SUB > WS-OVLP-COUNT
               IF WS-OVLP-RUN-ID (WS-OVLP-SUB) = WS-OVLP-LOOKUP-RUN-ID
                   MOVE WS-OVLP-SUB TO WS-OVLP-HIT
               END-IF
           END-PERFORM.
           IF WS-OVLP-HIT = 0
               IF WS-OVLP-COUNT < WS-MAX-OVLP-ENTRIES
                   ADD 1 TO WS-OVLP-COUNT
                   MOVE WS-OVLP-LOOKUP-RUN-ID TO
                       WS-OVLP-RUN-ID (WS-OVLP-COUNT)
                   MOVE 'N' TO WS-OVLP-REVERSED-SW (WS-OVLP-COUNT)
                   MOVE WS-OVLP-COUNT TO WS-OVLP-HIT
               ELSE
                   IF NOT WS-OVLP-TABLE-FULL
                       SET WS-OVLP-TABLE-FULL TO TRUE
                       MOVE WS-OVLP-LOOKUP-RUN-ID TO
                           WS-OVLP-CONFLICT-RUN-ID
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           STRING FUNCTION CURRENT-DATE (1:4) '-'
               FUNCTION CURRENT-DATE (5:2) '-'
                       MOVE 16 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   IF WS-SIMULATION
                       PERFORM FIND-PROJECTED-POSITION
                   END-IF
                   ADD MYSUM TO CAT-NET-POSITION
                       ON SIZE ERROR
                           DISPLAY 'MYFIRSTCBL: CATEGORY POSITION '
                   END-ADD
                   MOVE FUNCTION CURRENT-DATE (1:8) TO
                       CAT-LAST-POST-DATE
                   IF WS-SIMULATION
                       PERFORM STORE-PROJECTED-POSITION
                   ELSE
                       REWRITE CAT-RECORD
                   END-IF
           END-READ.

      *****************************************************************
      * A SIMULATION NEVER REWRITES CATFILE, SO EACH CATEGORY'S        *
      * PROJECTED NET POSITION IS CARRIED HERE INSTEAD. THE MASTER     *
      * POSITION JUST READ IS REPLACED BY THE PROJECTION WHEN THE      *
      * CATEGORY HAS ALREADY BEEN POSTED TO EARLIER IN THE SIMULATION, *
      * AND THE NEW PROJECTION IS STORED BACK AFTER THE POSTING.      *
      *****************************************************************
       FIND-PROJECTED-POSITION.
           MOVE 0 TO WS-PROJ-HIT.
           PERFORM VARYING WS-PROJ-SUB FROM 1 BY 1
                   UNTIL WS-PROJ-SUB > WS-PROJ-COUNT
               IF WS-PROJ-CAT (WS-PROJ-SUB) = CAT-CODE
                   MOVE WS-PROJ-SUB TO WS-PROJ-HIT
               END-IF
           END-PERFORM.
           IF WS-PROJ-HIT > 0
               MOVE WS-PROJ-POSITION (WS-PROJ-HIT) TO CAT-NET-POSITION
           END-IF.

       STORE-PROJECTED-POSITION.
           IF WS-PROJ-HIT > 0
               MOVE CAT-NET-POSITION TO WS-PROJ-POSITION (WS-PROJ-HIT)
           ELSE
               IF WS-PROJ-COUNT < WS-MAX-PROJ-ENTRIES
                   ADD 1 TO WS-PROJ-COUNT
                   MOVE CAT-CODE TO WS-PROJ-CAT (WS-PROJ-COUNT)
                   MOVE CAT-NET-POSITION TO
                       WS-PROJ-POSITION (WS-PROJ-COUNT)
               ELSE
                   MOVE 'PROJECTION TABLE FULL - POSITION NOT CARRIED'
                       TO WS-EDIT-ERROR-TEXT
                   DISPLAY 'MYFIRSTCBL: ' WS-EDIT-ERROR-TEXT
                       ' - CODE ' CAT-CODE
                   PERFORM WRITE-REPORT-ERROR
                   IF RETURN-CODE < 16
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-CATEGORIES.
           IF WS-SIMULATION
               WRITE RPT-SIMULATION-LINE
           END-IF.
           WRITE RPT-HEADING-3.
           SET WS-CATF-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO CAT-CODE.
               AT END
                   SET WS-CATF-EOF TO TRUE
               NOT AT END
                   IF WS-SIMULATION
                       PERFORM FIND-PROJECTED-POSITION
                   END-IF
                   MOVE CAT-CODE TO RPT-CAT-CODE
                   MOVE CAT-DESCRIPTION TO RPT-CAT-DESC
                   MOVE CAT-NET-POSITION TO RPT-CAT-TOTAL
                   WRITE RPT-CATEGORY-LINE
                   IF WS-SIMULATION
                       PERFORM CHECK-PROJECTED-THRESHOLD
                   END-IF
           END-READ.

      *****************************************************************
      * THE SAME TEST MYFCMON APPLIES TO THE MASTER, APPLIED TO THE    *
      * PROJECTED POSITION: BEYOND THE ERROR BOUND ENDS THE SIMULATION *
      * RC 8, BEYOND ONLY THE WARNING BOUND RC 4, EITHER WAY PRINTED   *
      * UNDER THE CATEGORY WITH THE BOUNDS THAT WOULD BE BROKEN.      *
      *****************************************************************
       CHECK-PROJECTED-THRESHOLD.
           PERFORM SELECT-ACTIVE-THRESHOLD.
           IF WS-THR-HIT > 0
               IF CAT-NET-POSITION < 0
                   COMPUTE WS-ABS-POSITION = 0 - CAT-NET-POSITION
               ELSE
                   MOVE CAT-NET-POSITION TO WS-ABS-POSITION
               END-IF
               IF WS-ABS-POSITION > WS-ACTIVE-ERROR
                   MOVE '*ERR*' TO RPT-BRH-FLAG
                   ADD 1 TO WS-PROJ-ERROR-COUNT
                   PERFORM WRITE-REPORT-BREACH
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   IF WS-ABS-POSITION > WS-ACTIVE-WARN
                       MOVE '*WARN*' TO RPT-BRH-FLAG
                       ADD 1 TO WS-PROJ-WARN-COUNT
                       PERFORM WRITE-REPORT-BREACH
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-BREACH.
           MOVE WS-ACTIVE-WARN TO RPT-BRH-WARN.
           MOVE WS-ACTIVE-ERROR TO RPT-BRH-ERROR.
           WRITE RPT-BREACH-LINE.

       WRITE-REPORT-ERROR.
           MOVE WS-EDIT-ERROR-TEXT TO RPT-ERR-TEXT.
           WRITE RPT-ERROR-LINE.
               SET AUD-ENTRY-NORMAL TO TRUE
               MOVE SPACES TO AUD-REVERSAL-OF-RUN-ID
           END-IF.
           IF NOT WS-SIMULATION
               WRITE AUDIT-RECORD
           END-IF.
           PERFORM WRITE-EXTRACT-DETAIL.

       WRITE-GDG-RECORD.
               SET GDG-ENTRY-NORMAL TO TRUE
               MOVE SPACES TO GDG-REVERSAL-OF-RUN-ID
           END-IF.
           IF NOT WS-SIMULATION
               WRITE GDG-RECORD
           END-IF.

       WRITE-INQUIRY-RECORD.
           MOVE PARM-RUN-ID TO INQ-RUN-ID.
               SET INQ-ENTRY-NORMAL TO TRUE
               MOVE SPACES TO INQ-REVERSAL-OF-RUN-ID
           END-IF.
           IF NOT WS-SIMULATION
               WRITE INQ-RECORD
                   INVALID KEY
                       REWRITE INQ-RECORD
               END-WRITE
           END-IF.
           PERFORM WRITE-HISTORY-RECORD.

      *****************************************************************
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               IF NOT WS-SIMULATION
                   PERFORM PUBLISH-POSTING-EVENT
               END-IF
           END-IF.

       TRY-HISTORY-WRITE.
           IF WS-SIMULATION
               SET WS-HIST-WRITTEN-SW TO 'Y'
           ELSE
               WRITE HIST-RECORD
                   INVALID KEY
                       ADD 1 TO HIST-POST-SEQ
                   NOT INVALID KEY
                       SET WS-HIST-WRITTEN-SW TO 'Y'
               END-WRITE
           END-IF.

      *****************************************************************
      * POSTING EVENT PUBLISHING (SEE PUBREC): EVERY EVENT WRITTEN TO  *
      * HISTFILE IS ALSO PUT TO THE POSTING EVENT QUEUE NAMED ON THE   *
      * PUBCTL CONTROL RECORD, UNDER THE NEXT SEQUENCE NUMBER FROM     *
      * THAT RECORD. WHEN THE QUEUE MANAGER OR THE QUEUE CANNOT BE     *
      * REACHED, OR A PUT FAILS, THAT MESSAGE AND EVERY LATER ONE OF   *
      * THE RUN - SO THE ORDER HOLDS - IS WRITTEN TO THE PUBHOLD RETRY *
      * FILE INSTEAD AND THE RUN CARRIES ON. MESSAGES ALREADY HELD GO  *
      * OUT, OLDEST FIRST, AHEAD OF THE FIRST NEW EVENT OF THE NEXT    *
      * RUN THAT REACHES THE QUEUE, AND EACH LEAVES PUBHOLD ONLY AFTER *
      * ITS PUT HAS SUCCEEDED. NO MESSAGE IS EVER DROPPED: FAILING TO  *
      * HOLD ONE ENDS THE STEP RC 16, AND A SENT MESSAGE THAT COULD    *
      * NOT BE DELETED IS SENT AGAIN UNDER THE SAME SEQUENCE.         *
      *****************************************************************
       OPEN-PUBLISHER.
           OPEN I-O PUBCTL.
           IF WS-PUBC-STATUS NOT = '00'
               DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN PUBCTL - STATUS '
                   WS-PUBC-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM TERMINATION
               STOP RUN
           END-IF.
           MOVE 'PUBLISH ' TO PUBC-KEY.
           READ PUBCTL
               INVALID KEY
                   DISPLAY 'MYFIRSTCBL: PUBLISHING CONTROL RECORD '
                       'MISSING FROM PUBCTL'
                   MOVE 16 TO RETURN-CODE
                   CLOSE PUBCTL
                   PERFORM TERMINATION
                   STOP RUN
           END-READ.
           OPEN I-O PUBHOLD.
           IF WS-PUBH-STATUS = '35'
               CLOSE PUBHOLD
               OPEN OUTPUT PUBHOLD
               SET WS-PUBH-EOF TO TRUE
           END-IF.
           IF WS-PUBH-STATUS NOT = '00'
               DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN PUBHOLD - STATUS '
                   WS-PUBH-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PUBCTL
               PERFORM TERMINATION
               STOP RUN
           END-IF.
           SET WS-PUB-OPEN TO TRUE.
           PERFORM CONNECT-EVENT-QUEUE.

       CONNECT-EVENT-QUEUE.
           MOVE PUBC-QMGR-NAME TO MQI-QMGR-NAME.
           CALL 'MQCONN' USING MQI-QMGR-NAME MQI-HCONN
               MQI-COMPCODE MQI-REASON.
           IF MQI-CC-FAILED
               MOVE MQI-REASON TO WS-MQ-REASON-CODE
               DISPLAY 'MYFIRSTCBL: QUEUE MANAGER ' PUBC-QMGR-NAME
                   ' NOT AVAILABLE - REASON ' WS-MQ-REASON-CODE
               DISPLAY 'MYFIRSTCBL: POSTING EVENTS WILL BE HELD ON '
                   'PUBHOLD'
           ELSE
               IF NOT MQI-RC-ALREADY-CONNECTED
                   SET WS-MQ-CONNECTED TO TRUE
               END-IF
               MOVE PUBC-QUEUE-NAME TO MQOD-OBJECTNAME
               CALL 'MQOPEN' USING MQI-HCONN MQOD MQI-OPEN-OPTIONS
                   MQI-HOBJ MQI-COMPCODE MQI-REASON
               IF MQI-CC-FAILED
                   MOVE MQI-REASON TO WS-MQ-REASON-CODE
                   DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN QUEUE '
                       PUBC-QUEUE-NAME
                   DISPLAY 'MYFIRSTCBL: REASON ' WS-MQ-REASON-CODE
                       ' - POSTING EVENTS WILL BE HELD ON PUBHOLD'
               ELSE
                   SET WS-MQ-QUEUE-OPEN TO TRUE
                   SET WS-MQ-UP TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * CALLED ONLY AFTER THE HISTORY RECORD HAS BEEN WRITTEN, SO THE  *
      * MESSAGE CARRIES HIST-RECORD EXACTLY AS IT NOW STANDS ON FILE,  *
      * TIE-BREAK SEQUENCE INCLUDED. THE CONTROL RECORD IS RE-READ     *
      * AND REWRITTEN FOR EVERY EVENT, BEFORE THE MESSAGE IS SENT OR   *
      * HELD, SO NO SEQUENCE NUMBER IS EVER ISSUED TWICE.             *
      *****************************************************************
       PUBLISH-POSTING-EVENT.
           IF NOT WS-PUB-RESEND-DONE
               PERFORM RESEND-HELD-MESSAGES
           END-IF.
           MOVE 'PUBLISH ' TO PUBC-KEY.
           READ PUBCTL
               INVALID KEY
                   DISPLAY 'MYFIRSTCBL: PUBLISHING CONTROL RECORD '
                       'MISSING - EVENT NOT PUBLISHED FOR RUN '
                       HIST-RUN-ID
                   PERFORM REPORT-EVENT-NOT-PUBLISHED
               NOT INVALID KEY
                   ADD 1 TO PUBC-LAST-SEQUENCE
                   MOVE FUNCTION CURRENT-DATE (1:8) TO PUBC-LAST-DATE
                   REWRITE PUBC-RECORD
                   IF WS-PUBC-STATUS = '00'
                       PERFORM BUILD-EVENT-MESSAGE
                       PERFORM SEND-EVENT-MESSAGE
                   ELSE
                       DISPLAY 'MYFIRSTCBL: PUBCTL REWRITE FAILED - '
                           'STATUS ' WS-PUBC-STATUS
                           ' - EVENT NOT PUBLISHED FOR RUN '
                           HIST-RUN-ID
                       PERFORM REPORT-EVENT-NOT-PUBLISHED
                   END-IF
           END-READ.

       BUILD-EVENT-MESSAGE.
           MOVE SPACES TO PUB-RECORD.
           MOVE PUBC-LAST-SEQUENCE TO PUB-SEQUENCE.
           SET PUB-LAYOUT-CURRENT TO TRUE.
           MOVE 'MYFIRSTC' TO PUB-SOURCE-PGM.
           MOVE HIST-JOB-NAME TO PUB-JOB-NAME.
           MOVE HIST-RUN-ID TO PUB-RUN-ID.
           MOVE HIST-POST-DATE TO PUB-POST-DATE.
           MOVE HIST-POST-TIME TO PUB-POST-TIME.
           MOVE HIST-POST-SEQ TO PUB-POST-SEQ.
           MOVE HIST-ENTRY-TYPE TO PUB-ENTRY-TYPE.
           MOVE HIST-CATEGORY-CODE TO PUB-CATEGORY-CODE.
           MOVE HIST-FINAL-TOTAL TO PUB-AMOUNT.
           MOVE HIST-RANGE-FROM TO PUB-RANGE-FROM.
           MOVE HIST-RANGE-TO TO PUB-RANGE-TO.
           MOVE HIST-ITERATIONS TO PUB-ITERATIONS.
           MOVE HIST-REVERSAL-OF-RUN-ID TO PUB-REVERSAL-OF-RUN-ID.

       SEND-EVENT-MESSAGE.
           IF WS-MQ-UP
               PERFORM PUT-EVENT-MESSAGE
           END-IF.
           IF WS-MQ-UP
               ADD 1 TO WS-PUB-SENT-COUNT
           ELSE
               PERFORM HOLD-EVENT-MESSAGE
           END-IF.

       PUT-EVENT-MESSAGE.
           MOVE MQI-PUT-OPTIONS TO MQPMO-OPTIONS.
           MOVE LENGTH OF PUB-RECORD TO MQI-BUFFLEN.
           CALL 'MQPUT' USING MQI-HCONN MQI-HOBJ MQMD MQPMO
               MQI-BUFFLEN PUB-RECORD MQI-COMPCODE MQI-REASON.
           IF MQI-CC-FAILED
               MOVE MQI-REASON TO WS-MQ-REASON-CODE
               DISPLAY 'MYFIRSTCBL: MQPUT FAILED FOR EVENT '
                   PUB-SEQUENCE ' - REASON ' WS-MQ-REASON-CODE
               DISPLAY 'MYFIRSTCBL: THIS AND LATER POSTING EVENTS '
                   'WILL BE HELD ON PUBHOLD'
               SET WS-MQ-UP-SW TO 'N'
           END-IF.

       HOLD-EVENT-MESSAGE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PUB-HELD-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PUB-HELD-TIME.
           WRITE PUB-RECORD
               INVALID KEY
                   DISPLAY 'MYFIRSTCBL: UNABLE TO HOLD POSTING EVENT '
                       PUB-SEQUENCE ' - STATUS ' WS-PUBH-STATUS
                   PERFORM REPORT-EVENT-NOT-PUBLISHED
               NOT INVALID KEY
                   ADD 1 TO WS-PUB-HELD-COUNT
           END-WRITE.

       REPORT-EVENT-NOT-PUBLISHED.
           MOVE SPACES TO WS-EDIT-ERROR-TEXT.
           STRING 'POSTING EVENT NOT PUBLISHED - RUN ' HIST-RUN-ID
               DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT.
           PERFORM WRITE-REPORT-ERROR.
           IF RETURN-CODE < 16
               MOVE 16 TO RETURN-CODE
           END-IF.

       RESEND-HELD-MESSAGES.
           SET WS-PUB-RESEND-DONE TO TRUE.
           IF WS-MQ-UP AND NOT WS-PUBH-EOF
               MOVE 0 TO PUB-SEQUENCE
               START PUBHOLD KEY NOT < PUB-SEQUENCE
                   INVALID KEY
                       SET WS-PUBH-EOF TO TRUE
               END-START
               PERFORM RESEND-ONE-HELD-MESSAGE
                   UNTIL WS-PUBH-EOF OR NOT WS-MQ-UP
               IF WS-PUB-RESENT-COUNT > 0
                   DISPLAY 'MYFIRSTCBL: ' WS-PUB-RESENT-COUNT
                       ' HELD POSTING EVENT(S) SENT FROM PUBHOLD'
               END-IF
           END-IF.

       RESEND-ONE-HELD-MESSAGE.
           READ PUBHOLD NEXT
               AT END
                   SET WS-PUBH-EOF TO TRUE
               NOT AT END
                   PERFORM PUT-EVENT-MESSAGE
                   IF WS-MQ-UP
                       ADD 1 TO WS-PUB-RESENT-COUNT
                       DELETE PUBHOLD RECORD
                           INVALID KEY
                               DISPLAY 'MYFIRSTCBL: HELD POSTING EVENT '
                                   PUB-SEQUENCE ' SENT BUT NOT '
                                   'DELETED - IT WILL BE SENT AGAIN'
                               IF RETURN-CODE < 8
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                       END-DELETE
                   END-IF
           END-READ.

       CLOSE-PUBLISHER.
           IF WS-PUB-OPEN
               IF WS-MQ-QUEUE-OPEN
                   CALL 'MQCLOSE' USING MQI-HCONN MQI-HOBJ
                       MQI-CLOSE-OPTIONS MQI-COMPCODE MQI-REASON
               END-IF
               IF WS-MQ-CONNECTED
                   CALL 'MQDISC' USING MQI-HCONN
                       MQI-COMPCODE MQI-REASON
               END-IF
               CLOSE PUBCTL
               CLOSE PUBHOLD
               SET WS-PUB-OPEN-SW TO 'N'
               DISPLAY 'MYFIRSTCBL: POSTING EVENTS - ' WS-PUB-SENT-COUNT
                   ' SENT, ' WS-PUB-RESENT-COUNT ' RESENT, '
                   WS-PUB-HELD-COUNT ' HELD'
               IF WS-PUB-HELD-COUNT > 0
                   DISPLAY 'MYFIRSTCBL: HELD EVENTS GO OUT AHEAD OF '
                       'THE NEXT PUBLISHING RUN'
               END-IF
           END-IF.

       READ-CHECKPOINT.
           MOVE PARM-RUN-ID TO CKPT-RUN-ID.
           READ CKPTFILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO CKPT-LAST-UPD-DATE.
           MOVE PARM-MODE TO CKPT-MODE.
           IF PARM-MODE-REVERSE
               OR PARM-MODE-ALLOCATE
               MOVE PARM-REVERSAL-RUN-ID TO CKPT-REVERSAL-RUN-ID
           ELSE
               MOVE SPACES TO CKPT-REVERSAL-RUN-ID
               COMPUTE CKPT-ITER-COUNT = CNT - PARM-RANGE-FROM + 1
           END-IF.
           MOVE 0 TO CKPT-SUSP-COUNT.
           MOVE PARM-OVERLAP-OVERRIDE TO CKPT-OVERLAP-OVERRIDE.
           IF WS-CKPT-FOUND
               IF NOT WS-SIMULATION
                   REWRITE CKPT-RECORD
               END-IF
           ELSE
               IF NOT WS-SIMULATION
                   WRITE CKPT-RECORD
                       INVALID KEY
                           REWRITE CKPT-RECORD
                   END-WRITE
               END-IF
               SET WS-CKPT-FOUND-SW TO 'Y'
           END-IF.

       MARK-CHECKPOINT-COMPLETE.
           SET CKPT-STATUS-COMPLETE TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CKPT-LAST-UPD-DATE.
           IF NOT WS-SIMULATION
               REWRITE CKPT-RECORD
           END-IF.
           ADD 1 TO WS-TOT-POSTED-COUNT.

       ADDITION.
           MOVE AUD-ENTRY-TYPE TO EXT-D-ENTRY-TYPE.
           MOVE AUD-REVERSAL-OF-RUN-ID TO EXT-D-REVERSAL-OF-RUN-ID.
           MOVE AUD-CATEGORY-CODE TO EXT-D-CATEGORY-CODE.
           IF NOT WS-SIMULATION
               WRITE EXT-DETAIL-RECORD
           END-IF.
           ADD 1 TO WS-EXT-RECORD-COUNT.
           ADD AUD-FINAL-TOTAL TO WS-EXT-CONTROL-TOTAL.
           IF AUD-FINAL-TOTAL < 0
           MOVE WS-EXT-RECORD-COUNT TO EXT-T-RECORD-COUNT.
           MOVE WS-EXT-CONTROL-TOTAL TO EXT-T-CONTROL-TOTAL.
           MOVE WS-EXT-HASH-TOTAL TO EXT-T-HASH-TOTAL.
           IF NOT WS-SIMULATION
               WRITE EXT-TRAILER-RECORD
           END-IF.
           MOVE WS-EXT-RECORD-COUNT TO RPT-EXT-COUNT.
           MOVE WS-EXT-CONTROL-TOTAL TO RPT-EXT-TOTAL.
           WRITE RPT-EXTRACT-LINE.
           MOVE 'PARM RECORDS READ' TO RPT-SUM-LABEL.
           MOVE WS-RANGE-COUNT TO RPT-SUM-VALUE.
           WRITE RPT-SUMMARY-LINE.
           IF WS-SIMULATION
               MOVE 'RUNS THAT WOULD POST' TO RPT-SUM-LABEL
           ELSE
               MOVE 'RUNS POSTED' TO RPT-SUM-LABEL
           END-IF.
           MOVE WS-TOT-POSTED-COUNT TO RPT-SUM-VALUE.
           WRITE RPT-SUMMARY-LINE.
           MOVE 'ERROR LINES' TO RPT-SUM-LABEL.
           MOVE 'RECORDS TO SUSPENSE' TO RPT-SUM-LABEL.
           MOVE WS-SUSP-COUNT TO RPT-SUM-VALUE.
           WRITE RPT-SUMMARY-LINE.
           IF WS-SIMULATION
               MOVE 'PROJECTED WARNINGS' TO RPT-SUM-LABEL
               MOVE WS-PROJ-WARN-COUNT TO RPT-SUM-VALUE
               WRITE RPT-SUMMARY-LINE
               MOVE 'PROJECTED ERRORS' TO RPT-SUM-LABEL
               MOVE WS-PROJ-ERROR-COUNT TO RPT-SUM-VALUE
               WRITE RPT-SUMMARY-LINE
               DISPLAY 'MYFIRSTCBL: SIMULATION PROJECTS '
                   WS-PROJ-WARN-COUNT ' WARNING(S), '
                   WS-PROJ-ERROR-COUNT ' ERROR(S)'
           END-IF.

      *****************************************************************
      * JOB-STEP PERFORMANCE HISTORY (SEE PRFREC): AS THE STEP ENDS,   *
      * ONE RECORD OF ITS START AND END TIMES AND ITS VOLUMES IS ADDED *
      * TO PRFFILE FOR THE MYFPERF CAPACITY TREND. THE HISTORY IS      *
      * MEASUREMENT ONLY - A FILE THAT CANNOT BE OPENED OR WRITTEN IS  *
      * REPORTED ON SYSOUT AND LEAVES THE STEP'S RETURN CODE ALONE,    *
      * SINCE THE LATER STEPS' COND TESTS DEPEND ON IT.               *
      *****************************************************************
       WRITE-PERFORMANCE-RECORD.
           MOVE SPACES TO PRF-RECORD.
           MOVE WS-PRF-START-STAMP (1:8) TO PRF-START-DATE.
           MOVE WS-PRF-START-STAMP (9:8) TO PRF-START-TIME.
           MOVE WS-PRF-JOB-NAME TO PRF-JOB-NAME.
           MOVE 'BUILD' TO PRF-STEP-NAME.
           MOVE 0 TO PRF-KEY-SEQ.
           MOVE 'MYFIRSTC' TO PRF-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-END-STAMP.
           MOVE WS-PRF-END-STAMP (1:8) TO PRF-END-DATE.
           MOVE WS-PRF-END-STAMP (9:8) TO PRF-END-TIME.
           COMPUTE PRF-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE (PRF-END-DATE)
               - FUNCTION INTEGER-OF-DATE (PRF-START-DATE)) * 86400
               + (PRF-END-HH * 3600) + (PRF-END-MM * 60) + PRF-END-SS
               - (PRF-START-HH * 3600) - (PRF-START-MM * 60)
               - PRF-START-SS.
           MOVE WS-RANGE-COUNT TO PRF-RANGES.
           MOVE WS-TOT-ITERATIONS TO PRF-ITERATIONS.
           MOVE WS-DTL-READ-COUNT TO PRF-DETAIL-READ.
           MOVE WS-TOT-CKPT-COUNT TO PRF-CHECKPOINTS.
           MOVE WS-RANGE-COUNT TO PRF-RECORDS-READ.
           MOVE RETURN-CODE TO PRF-RETURN-CODE.
           OPEN I-O PRFFILE.
           IF WS-PRF-STATUS = '35'
               CLOSE PRFFILE
               OPEN OUTPUT PRFFILE
           END-IF.
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'MYFIRSTCBL: PERFORMANCE HISTORY NOT '
                   'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
           ELSE
               SET WS-PRF-WRITTEN-SW TO 'N'
               PERFORM TRY-PERFORMANCE-WRITE UNTIL WS-PRF-WRITTEN
                   OR PRF-KEY-SEQ > 98
               IF NOT WS-PRF-WRITTEN
                   DISPLAY 'MYFIRSTCBL: PERFORMANCE HISTORY NOT '
                       'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
               END-IF
               CLOSE PRFFILE
           END-IF.

       TRY-PERFORMANCE-WRITE.
           WRITE PRF-RECORD
               INVALID KEY
                   ADD 1 TO PRF-KEY-SEQ
               NOT INVALID KEY
                   SET WS-PRF-WRITTEN-SW TO 'Y'
           END-WRITE.
           IF WS-PRF-STATUS (1:1) NOT = '0'
               AND WS-PRF-STATUS NOT = '22'
               MOVE 99 TO PRF-KEY-SEQ
           END-IF.

       TERMINATION.
           CLOSE PARMFILE.
           CLOSE RPTFILE.
           CLOSE INQFILE.
           CLOSE CATFILE.
           CLOSE HISTFILE.
           IF NOT WS-SIMULATION
               CLOSE CKPTFILE
               CLOSE AUDITFILE
               CLOSE GDGFILE
               CLOSE EXTFILE
               CLOSE SUSPFILE
           END-IF.
           IF WS-PART-OPEN
               CLOSE PARTFILE
           END-IF.
           IF WS-ALOC-OPEN
               CLOSE ALOCFILE
           END-IF.
           PERFORM CLOSE-PUBLISHER.
           PERFORM RELEASE-RUN-LOCK.
           IF NOT WS-SIMULATION
               PERFORM WRITE-PERFORMANCE-RECORD
           END-IF.
