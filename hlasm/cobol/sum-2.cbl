//*  PENDING, EXTRACT ENDS RC 4 AND THE BUILD AND RECON STEPS ARE
//*  BYPASSED INSTEAD OF BUILD FAILING OVER AN EMPTY PARMFILE.
//*
//*  STANDING ORDERS - PARAMETERS THAT RECUR EVERY BUSINESS DAY,
//*  EVERY MONDAY OR ON THE LAST BUSINESS DAY OF THE MONTH - ARE NOT
//*  REKEYED BY HAND: THE SORDGEN STEP AHEAD OF EXTRACT QUEUES THEM
//*  FROM THE STANDING-ORDER MASTER - SEE THE COMMENT ABOVE THAT STEP.
//*
//*  THE ADDITION LOOP CHECKPOINTS TO GO.CKPTFILE, A VSAM KSDS KEYED
//*  BY EACH RANGE'S PARM-RUN-ID (ONE-TIME IDCAMS DEFINE IN
//*  HLASM/JCL/VSAM-DEFINE-CKPTFILE.JCL). IF MYCOBJOB ABENDS OR THE
//*  TO FIX AN AMOUNT POSTED TO THE WRONG CATEGORY INSTEAD OF
//*  HAND-BUILDING PLUS/MINUS DETAIL RUNS THAT CAN GO OUT UNBALANCED.
//*
//*  A PARM RECORD WITH MODE='A' SPREADS ITS AMOUNT OUT OF THE SOURCE
//*  CATEGORY ACROSS THE TARGETS OF THE ALLOCATION RULE IT NAMES ON
//*  GO.ALOCFILE - ONE 'F' LEG AND ONE 'T' LEG PER TARGET, NETTING TO
//*  ZERO. A RULE WHOSE PERCENTAGES DO NOT TOTAL 100 REJECTS THE RUN.
//*
//*  TO SEE WHAT A WINDOW WOULD DO BEFORE IT RUNS - EACH CATEGORY'S
//*  PROJECTED POSITION AND THE THRESHOLD BREACHES THE MONITOR STEP
//*  WOULD RAISE, WITH NOTHING POSTED AND NO QUEUE ENTRY SUBMITTED -
//*  SUBMIT THE MYCOBSIM DRY-RUN JOB (SEE HLASM/JCL/MYCOBSIM.JCL).
//*
//*  THE EXTRACT, DEDIT, BUILD, RECON AND MONITOR STEPS EACH ADD A
//*  RECORD OF THEIR START AND END TIMES AND VOLUMES TO GO.PRFFILE,
//*  THE PERFORMANCE HISTORY KSDS (ONE-TIME IDCAMS DEFINE IN
//*  HLASM/JCL/VSAM-DEFINE-PRFFILE.JCL, LAYOUT PRFREC). THE WEEKLY
//*  MYCOBPRF JOB TRENDS THEM AND PROJECTS WHEN THE WINDOW WILL
//*  OVERRUN ITS CUTOFF. A STEP THAT CANNOT RECORD ITS FIGURES SAYS
//*  SO ON SYSOUT AND ENDS WITH THE RETURN CODE IT WOULD HAVE HAD.
//*
//*  SORDGEN (PROGRAM MYFSGEN) READS THE STANDING-ORDER MASTER
//*  (ONE-TIME IDCAMS DEFINE AND CARD LOAD IN
//*  HLASM/JCL/VSAM-DEFINE-SORDFILE.JCL, LAYOUT SORDREC) AND QUEUES AN
//*  ENTERED PENDPARM ENTRY, RUN-ID ORDER ID + YYMMDD, FOR EVERY
//*  ACTIVE ORDER DUE TODAY. GENERATED ENTRIES STILL NEED A SECOND
//*  USER'S APPROVAL ON MYFPAPP, SO THEY ARE EXTRACTED BY THE FIRST
//*  WINDOW AFTER THEY ARE APPROVED. GO.RPTFILE LISTS EVERY ORDER AS
//*  GENERATED, NOT DUE OR SKIPPED WITH THE REASON. THE STEP ENDS
//*  RC 12 FOR AN UNUSABLE ORDER AND RC 16 WHEN A DATA SET WILL NOT
//*  OPEN; EITHER RAISES THE ALERT BUT NEITHER HOLDS UP THE WINDOW.
//*
//SORDGEN  EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD DSNAME=USER.MYCOBJOB.SRCLIB(MYFSGEN),DISP=SHR
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//             DD DSNAME=USER.MYCOBJOB.COPYLIB,DISP=SHR
//GO.SYSOUT   DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)
//GO.SORDFILE DD DSNAME=USER.MYCOBJOB.SORDFILE,DISP=SHR,
//             AMP=('AMORG')
//GO.PENDFILE DD DSNAME=USER.MYCOBJOB.PENDPARM,DISP=SHR,
//             AMP=('AMORG')
//*  GO.CALFILE IS THE BUSINESS-DAY CALENDAR (ONE-TIME IDCAMS DEFINE
//*  IN HLASM/JCL/VSAM-DEFINE-CALFILE.JCL, MAINTAINED BY MYCOBCAL) -
//*  IT DECIDES WHICH DAILY, WEEKLY AND MONTH-END ORDERS ARE DUE.
//GO.CALFILE  DD DSNAME=USER.MYCOBJOB.CALFILE,DISP=SHR,
//             AMP=('AMORG')
//GO.RPTFILE  DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=78,BLKSIZE=7800)
//*
//EXTRACT  EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//GO.SYSOUT   DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)
//GO.PENDFILE DD DSNAME=USER.MYCOBJOB.PENDPARM,DISP=SHR,
//             AMP=('AMORG')
//*  ENTRIES RECALLED ON MYFPAPP, OR EXPIRED BY THE DAILY MYCOBPAG
//*  AGING JOB, ARE CLOSED ON GO.PENDFILE AND NEVER EXTRACTED.
//*  GO.USRFILE IS THE USER CATEGORY AUTHORITY FILE (ONE-TIME IDCAMS
//*  DEFINE IN HLASM/JCL/VSAM-DEFINE-USRFILE.JCL, MAINTAINED BY
//*  MYCOBUSR). AN APPROVED ENTRY WHOSE ENTERING OR APPROVING USER NO
//*  LONGER HOLDS AUTHORITY FOR ITS CATEGORY (LOOKED UP WITH ITS
//*  GROUP ON GO.CATFILE) IS MARKED REJECTED, NOT EXTRACTED, AND
//*  LISTED ON SYSOUT. EVERY APPROVED ENTRY IS CHECKED BEFORE ANY IS
//*  EXTRACTED OR REJECTED, SO IF USRFILE CANNOT BE READ FOR ANY OF
//*  THEM EXTRACT ENDS RC 16 WITH THE WHOLE QUEUE LEFT AS IT WAS.
//GO.USRFILE  DD DSNAME=USER.MYCOBJOB.USRAUTH,DISP=SHR,
//             AMP=('AMORG')
//GO.CATFILE  DD DSNAME=USER.MYCOBJOB.CATFILE,DISP=SHR,
//             AMP=('AMORG')
//GO.PARMFILE DD DSNAME=&&PARMFILE,DISP=(NEW,PASS),
//             SPACE=(TRK,(1,1)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*  GO.PRFFILE IS THE PERFORMANCE HISTORY - SEE THE COMMENT AT THE
//*  TOP OF THIS JOB.
//GO.PRFFILE  DD DSNAME=USER.MYCOBJOB.PERFHIST,DISP=SHR,
//             AMP=('AMORG')
//*
//*  DEDIT BALANCES THE UPSTREAM DETAIL FEED AGAINST THE HEADER AND
//*  TRAILER THE UPSTREAM SYSTEM NOW TRANSMITS WITH IT (SEE COPYBOOK
//*  ANYTHING POSTS. AN EMPTY FEED (NO DETAIL WORK TONIGHT) ENDS
//*  RC 4 AND THE WINDOW PROCEEDS.
//*
//*  EVERY FEED DEDIT ACCEPTS IS ENTERED ON THE FEED REGISTER,
//*  GO.FRGFILE (ONE-TIME IDCAMS DEFINE IN
//*  HLASM/JCL/VSAM-DEFINE-FRGFILE.JCL), WITH ITS FEED DATE, COUNT,
//*  TOTAL AND A HASH OF ITS CONTENTS. A FEED MATCHING ONE ALREADY
//*  REGISTERED - UPSTREAM RESENT AN OLD FILE - ENDS DEDIT RC 16 AND
//*  THE WINDOW FAILS BEFORE IT CAN POST TWICE. A FEED DATE THAT
//*  REPEATS OR SKIPS A BUSINESS DAY (GO.CALFILE) IS ONLY REPORTED,
//*  RC 4. A WINDOW RESTARTED AFTER DEDIT ACCEPTED ITS FEED MUST
//*  RESTART AT BUILD, AS ABOVE - RERUN FROM THE TOP, DEDIT WOULD
//*  REFUSE THE SAME FEED AS A RESEND.
//*
//DEDIT    EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//GO.DTLFILE  DD DSNAME=USER.MYCOBJOB.DETAIL,DISP=SHR
//GO.PENDFILE DD DSNAME=USER.MYCOBJOB.PENDPARM,DISP=SHR,
//             AMP=('AMORG')
//GO.FRGFILE  DD DSNAME=USER.MYCOBJOB.FEEDREG,DISP=SHR,
//             AMP=('AMORG')
//GO.CALFILE  DD DSNAME=USER.MYCOBJOB.CALFILE,DISP=SHR,
//             AMP=('AMORG')
//GO.RPTFILE  DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=78,BLKSIZE=7800)
//GO.PRFFILE  DD DSNAME=USER.MYCOBJOB.PERFHIST,DISP=SHR,
//             AMP=('AMORG')
//*
//*  BUILD AND RECON RUN ONLY WHEN EXTRACT'S GO STEP ENDED BELOW 4,
//*  I.E. THE PENDING QUEUE ACTUALLY YIELDED PARAMETER RECORDS, AND
//*  STILL A GOOD NIGHT).
//*
//BUILD    EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K,DYNAM',
//         COND=((4,LE,EXTRACT.GO),(4,LT,DEDIT.GO))
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  440 *              RUN-ID, WITH ONE NET-ZERO INQUIRY RECORD FOR THE  *
  450 *              RUN - SO A MISPOSTED AMOUNT MOVES BETWEEN         *
  460 *              CATEGORIES IN ONE BALANCED STEP.                 *
  470 *              A PARAMETER RECORD WITH PARM-MODE-ALLOCATE SET    *
  480 *              SPREADS PARM-TRANSFER-AMOUNT OUT OF THE SOURCE    *
  490 *              CATEGORY ACROSS THE TARGETS OF THE EFFECTIVE      *
  500 *              VERSION OF THE ALLOCATION RULE IT NAMES (ALOCFILE *
  510 *              KSDS, SEE ALOCREC) AS ONE 'F' LEG AND ONE 'T' LEG *
  520 *              PER TARGET, THE ROUNDING REMAINDER GOING TO THE   *
  530 *              RULE'S DESIGNATED TARGET SO THE RUN NETS TO ZERO. *
  540 *              A NORMAL RANGE THAT OVERLAPS AN UNREVERSED NORMAL *
  550 *              POSTING IN THE SAME CATEGORY ON HISTFILE (READ    *
  560 *              THROUGH ITS CATEGORY ALTERNATE INDEX PATH, DD     *
  570 *              HISTFIL1) IS REJECTED UNLESS IT WAS KEYED WITH    *
  580 *              THE OVERLAP OVERRIDE (SEE PARMREC).              *
  590 *              WHEN THE RUN DATE FALLS IN A PERIOD THE PERDFILE  *
  600 *              PERIOD CONTROL KSDS (SEE PERDREC) SHOWS CLOSED,   *
  610 *              EVERY PARAMETER IS REJECTED UNLESS PARM.GO        *
  620 *              CARRIES THE EXPLICIT 'OVERRIDE' OPTION - LATE     *
  630 *              ITEMS INTO REPORTED FIGURES ARE A DECISION, NOT   *
  640 *              AN ACCIDENT. PARM.GO IS A COMMA-SEPARATED        *
  650 *              OPTION LIST ('RESTART', 'OVERRIDE', OR BOTH).    *
  660 *              PARM.GO 'SIMULATE' MAKES THE SUBMISSION A DRY     *
  670 *              RUN: THE WHOLE PARMFILE IS EDITED AND ACCUMULATED *
  680 *              AND THE REPORT PRINTED, ENDING WITH EACH          *
  690 *              CATEGORY'S PROJECTED NET POSITION AND THE         *
  700 *              THRESHOLD BREACHES THE MYFCMON MONITOR WOULD      *
  710 *              RAISE ON IT, BUT NO POSTING, CONTROL OR           *
  720 *              CHECKPOINT FILE IS WRITTEN AND THE RUN LOCK IS    *
  730 *              NEITHER TAKEN NOR CHECKED - SO A SIMULATION CAN   *
  740 *              RUN BESIDE THE PRODUCTION WINDOW (SEE             *
  750 *              HLASM/JCL/MYCOBSIM.JCL).                         *
  760 *              EVERY POSTING EVENT WRITTEN TO THE HISTORY IS     *
  770 *              ALSO PUBLISHED TO THE POSTING EVENT QUEUE (SEE    *
  780 *              PUBREC), OR HELD ON THE PUBHOLD RETRY FILE FOR A  *
  790 *              LATER RUN WHEN THE QUEUE IS UNAVAILABLE; A        *
  800 *              SIMULATION PUBLISHES NOTHING.                    *
  810 *              AS THE STEP ENDS, ITS START AND END TIMES AND ITS *
  820 *              VOLUMES ARE ADDED TO THE PRFFILE PERFORMANCE      *
  830 *              HISTORY (SEE PRFREC) UNDER JOB NAME MYCOBJOB - OR *
  840 *              MYCOBBLN WHEN PARM.GO CARRIES 'STREAMN', AS EACH  *
  850 *              SPLIT CHILD BUILD'S DOES (SEE                     *
  860 *              HLASM/JCL/MYCOBBLD1.JCL). A SIMULATION RECORDS    *
  870 *              NOTHING.                                         *
  880 *              A DETAIL RECORD CARRYING A CURRENCY CODE (SEE     *
  890 *              DTLREC) IS CONVERTED TO BASE CURRENCY BEFORE IT   *
  900 *              ACCUMULATES, AT THE FXRFILE EXCHANGE RATE (SEE    *
  910 *              FXRREC) EFFECTIVE ON THE FEED DATE IN THE DTLFILE *
  920 *              HEADER; ITS ORIGINAL AMOUNT, CURRENCY AND RATE    *
  930 *              ARE KEPT ON THE CATEGORY'S HISTORY EVENT, AND A   *
  940 *              RECORD WHOSE CURRENCY HAS NO RATE FOR THAT DATE   *
  950 *              IS PARKED ON THE SUSPENSE FILE.                  *
  960 *****************************************************************
  970  ENVIRONMENT DIVISION.
  980  INPUT-OUTPUT SECTION.
  990  FILE-CONTROL.
 1000      SELECT PARMFILE ASSIGN TO PARMFILE
 1010          FILE STATUS IS WS-PARM-STATUS.
 1020
 1030      SELECT CKPTFILE ASSIGN TO CKPTFILE
 1040          ORGANIZATION IS INDEXED
 1050          ACCESS MODE IS DYNAMIC
 1060          RECORD KEY IS CKPT-RUN-ID
 1070          FILE STATUS IS WS-CKPT-STATUS.
 1080
 1090      SELECT RPTFILE ASSIGN TO RPTFILE
 1100          FILE STATUS IS WS-RPT-STATUS.
 1110
 1120      SELECT AUDITFILE ASSIGN TO AUDITFILE
 1130          FILE STATUS IS WS-AUDIT-STATUS.
 1140
 1150      SELECT GDGFILE ASSIGN TO GDGFILE
 1160          FILE STATUS IS WS-GDG-STATUS.
 1170
 1180      SELECT INQFILE ASSIGN TO INQFILE
 1190          ORGANIZATION IS INDEXED
 1200          ACCESS MODE IS DYNAMIC
 1210          RECORD KEY IS INQ-RUN-ID
 1220          FILE STATUS IS WS-INQ-STATUS.
 1230
 1240      SELECT CATFILE ASSIGN TO CATFILE
 1250          ORGANIZATION IS INDEXED
 1260          ACCESS MODE IS DYNAMIC
 1270          RECORD KEY IS CAT-CODE
 1280          FILE STATUS IS WS-CATF-STATUS.
 1290
 1300      SELECT DTLFILE ASSIGN TO DTLFILE
 1310          FILE STATUS IS WS-DTL-STATUS.
 1320
 1330      SELECT PARTFILE ASSIGN TO PARTFILE
 1340          FILE STATUS IS WS-PART-STATUS.
 1350
 1360      SELECT QUIESCEF ASSIGN TO QUIESCE
 1370          FILE STATUS IS WS-QUIESCE-STATUS.
 1380
 1390      SELECT EXTFILE ASSIGN TO EXTFILE
 1400          FILE STATUS IS WS-EXT-STATUS.
 1410
 1420      SELECT LIMFILE ASSIGN TO LIMFILE
 1430          FILE STATUS IS WS-LIM-STATUS.
 1440
 1450      SELECT FXRFILE ASSIGN TO FXRFILE
 1460          FILE STATUS IS WS-FXR-STATUS.
 1470
 1480      SELECT HISTFILE ASSIGN TO HISTFILE
 1490          ORGANIZATION IS INDEXED
 1500          ACCESS MODE IS DYNAMIC
 1510          RECORD KEY IS HIST-KEY
 1520          ALTERNATE RECORD KEY IS HIST-CATEGORY-CODE
 1530              WITH DUPLICATES
 1540          FILE STATUS IS WS-HIST-STATUS.
 1550
 1560      SELECT PUBCTL ASSIGN TO PUBCTL
 1570          ORGANIZATION IS INDEXED
 1580          ACCESS MODE IS DYNAMIC
 1590          RECORD KEY IS PUBC-KEY
 1600          FILE STATUS IS WS-PUBC-STATUS.
 1610
 1620      SELECT PUBHOLD ASSIGN TO PUBHOLD
 1630          ORGANIZATION IS INDEXED
 1640          ACCESS MODE IS DYNAMIC
 1650          RECORD KEY IS PUB-SEQUENCE
 1660          FILE STATUS IS WS-PUBH-STATUS.
 1670
 1680      SELECT PERDFILE ASSIGN TO PERDFILE
 1690          ORGANIZATION IS INDEXED
 1700          ACCESS MODE IS DYNAMIC
 1710          RECORD KEY IS PERD-PERIOD-ID
 1720          FILE STATUS IS WS-PERD-STATUS.
 1730
 1740      SELECT LOKFILE ASSIGN TO LOKFILE
 1750          FILE STATUS IS WS-LOK-STATUS.
 1760
 1770      SELECT SUSPFILE ASSIGN TO SUSPFILE
 1780          FILE STATUS IS WS-SUSP-STATUS.
 1790
 1800      SELECT ALOCFILE ASSIGN TO ALOCFILE
 1810          ORGANIZATION IS INDEXED
 1820          ACCESS MODE IS DYNAMIC
 1830          RECORD KEY IS ALOC-KEY
 1840          FILE STATUS IS WS-ALOC-STATUS.
 1850
 1860      SELECT THRFILE ASSIGN TO THRFILE
 1870          FILE STATUS IS WS-THR-STATUS.
 1880
 1890      SELECT PRFFILE ASSIGN TO PRFFILE
 1900          ORGANIZATION IS INDEXED
 1910          ACCESS MODE IS DYNAMIC
 1920          RECORD KEY IS PRF-KEY
 1930          FILE STATUS IS WS-PRF-STATUS.
 1940
 1950  DATA DIVISION.
 1960  FILE SECTION.
 1970  FD  PARMFILE
 1980      RECORDING MODE F
 1990      LABEL RECORDS STANDARD.
 2000      COPY PARMREC.
 2010
 2020  FD  CKPTFILE
 2030      RECORDING MODE F
 2040      LABEL RECORDS STANDARD.
 2050      COPY CKPTREC.
 2060
 2070  FD  RPTFILE
 2080      RECORDING MODE F
 2090      LABEL RECORDS STANDARD.
 2100      COPY RPTLINES.
 2110
 2120  FD  AUDITFILE
 2130      RECORDING MODE F
 2140      LABEL RECORDS STANDARD.
 2150      COPY AUDITREC.
 2160
 2170  FD  GDGFILE
 2180      RECORDING MODE F
 2190      LABEL RECORDS STANDARD.
 2200      COPY GDGREC.
 2210
 2220  FD  INQFILE
 2230      RECORDING MODE F
 2240      LABEL RECORDS STANDARD.
 2250      COPY AUDITREC REPLACING
 2260          ==AUDIT-RECORD==      BY ==INQ-RECORD==
 2270          ==AUD-JOB-NAME==      BY ==INQ-JOB-NAME==
 2280          ==AUD-RUN-ID==        BY ==INQ-RUN-ID==
 2290          ==AUD-RUN-DATE==      BY ==INQ-RUN-DATE==
 2300          ==AUD-RUN-TIME==      BY ==INQ-RUN-TIME==
 2310          ==AUD-RANGE-FROM==    BY ==INQ-RANGE-FROM==
 2320          ==AUD-RANGE-TO==      BY ==INQ-RANGE-TO==
 2330          ==AUD-FINAL-TOTAL==   BY ==INQ-FINAL-TOTAL==
 2340          ==AUD-ITERATIONS==    BY ==INQ-ITERATIONS==
 2350          ==AUD-ENTRY-TYPE==    BY ==INQ-ENTRY-TYPE==
 2360          ==AUD-ENTRY-NORMAL==  BY ==INQ-ENTRY-NORMAL==
 2370          ==AUD-ENTRY-REVERSAL== BY ==INQ-ENTRY-REVERSAL==
 2380          ==AUD-ENTRY-XFR-FROM== BY ==INQ-ENTRY-XFR-FROM==
 2390          ==AUD-ENTRY-XFR-TO==  BY ==INQ-ENTRY-XFR-TO==
 2400          ==AUD-ENTRY-REPOST==  BY ==INQ-ENTRY-REPOST==
 2410          ==AUD-REVERSAL-OF-RUN-ID==
 2420              BY ==INQ-REVERSAL-OF-RUN-ID==
 2430          ==AUD-CATEGORY-CODE== BY ==INQ-CATEGORY-CODE==.
 2440
 2450  FD  CATFILE
 2460      RECORDING MODE F
 2470      LABEL RECORDS STANDARD.
 2480      COPY CATREC.
 2490
 2500  FD  DTLFILE
 2510      RECORDING MODE F
 2520      LABEL RECORDS STANDARD.
 2530      COPY DTLREC.
 2540      COPY DTLFEED.
 2550
 2560  FD  PARTFILE
 2570      RECORDING MODE F
 2580      LABEL RECORDS STANDARD.
 2590      COPY AUDITREC REPLACING
 2600          ==AUDIT-RECORD==      BY ==PART-RECORD==
 2610          ==AUD-JOB-NAME==      BY ==PART-JOB-NAME==
 2620          ==AUD-RUN-ID==        BY ==PART-RUN-ID==
 2630          ==AUD-RUN-DATE==      BY ==PART-RUN-DATE==
 2640          ==AUD-RUN-TIME==      BY ==PART-RUN-TIME==
 2650          ==AUD-RANGE-FROM==    BY ==PART-RANGE-FROM==
 2660          ==AUD-RANGE-TO==      BY ==PART-RANGE-TO==
 2670          ==AUD-FINAL-TOTAL==   BY ==PART-FINAL-TOTAL==
 2680          ==AUD-ITERATIONS==    BY ==PART-ITERATIONS==
 2690          ==AUD-ENTRY-TYPE==    BY ==PART-ENTRY-TYPE==
 2700          ==AUD-ENTRY-NORMAL==  BY ==PART-ENTRY-NORMAL==
 2710          ==AUD-ENTRY-REVERSAL== BY ==PART-ENTRY-REVERSAL==
 2720          ==AUD-ENTRY-XFR-FROM== BY ==PART-ENTRY-XFR-FROM==
 2730          ==AUD-ENTRY-XFR-TO==  BY ==PART-ENTRY-XFR-TO==
 2740          ==AUD-ENTRY-REPOST==  BY ==PART-ENTRY-REPOST==
 2750          ==AUD-REVERSAL-OF-RUN-ID==
 2760              BY ==PART-REVERSAL-OF-RUN-ID==
 2770          ==AUD-CATEGORY-CODE== BY ==PART-CATEGORY-CODE==.
 2780
 2790  FD  EXTFILE
 2800      RECORDING MODE F
 2810      LABEL RECORDS STANDARD.
 2820      COPY EXTREC.
 2830
 2840  FD  LIMFILE
 2850      RECORDING MODE F
 2860      LABEL RECORDS STANDARD.
 2870      COPY LIMREC.
 2880
 2890  FD  FXRFILE
 2900      RECORDING MODE F
 2910      LABEL RECORDS STANDARD.
 2920      COPY FXRREC.
 2930
 2940  FD  HISTFILE
 2950      RECORDING MODE F
 2960      LABEL RECORDS STANDARD.
 2970      COPY HISTREC.
 2980
 2990  FD  PUBCTL
 3000      RECORDING MODE F
 3010      LABEL RECORDS STANDARD.
 3020      COPY PUBCREC.
 3030
 3040  FD  PUBHOLD
 3050      RECORDING MODE F
 3060      LABEL RECORDS STANDARD.
 3070      COPY PUBREC.
 3080
 3090  FD  PERDFILE
 3100      RECORDING MODE F
 3110      LABEL RECORDS STANDARD.
 3120      COPY PERDREC.
 3130
 3140  FD  LOKFILE
 3150      RECORDING MODE F
 3160      LABEL RECORDS STANDARD.
 3170      COPY LOKREC.
 3180
 3190  FD  SUSPFILE
 3200      RECORDING MODE F
 3210      LABEL RECORDS STANDARD.
 3220      COPY SUSPREC.
 3230
 3240  FD  ALOCFILE
 3250      RECORDING MODE F
 3260      LABEL RECORDS STANDARD.
 3270      COPY ALOCREC.
 3280
 3290  FD  THRFILE
 3300      RECORDING MODE F
 3310      LABEL RECORDS STANDARD.
 3320      COPY THRREC.
 3330
 3340 *****************************************************************
 3350 * QUIESCEF IS THE OPERATOR QUIESCE FLAG DATA SET: OPERATIONS'    *
 3360 * CONSOLE AUTOMATION (OR THE OPERATOR UNDER TSO) SETS ITS FIRST  *
 3370 * RECORD TO 'QUIESCE' TO ASK FOR A CONTROLLED DRAIN. THE         *
 3380 * ADDITION LOOP LOOKS AT IT AT EVERY CHECKPOINT.                *
 3390 *****************************************************************
 3400  FD  QUIESCEF
 3410      RECORDING MODE F
 3420      LABEL RECORDS STANDARD.
 3430  01  QUIESCE-RECORD               PIC X(80).
 3440
 3450  FD  PRFFILE
 3460      RECORDING MODE F
 3470      LABEL RECORDS STANDARD.
 3480      COPY PRFREC.
 3490
 3500  WORKING-STORAGE SECTION.
 3510  01  WS-PARM-STATUS               PIC X(02) VALUE '00'.
 3520  01  WS-CKPT-STATUS               PIC X(02) VALUE '00'.
 3530  01  WS-RPT-STATUS                PIC X(02) VALUE '00'.
 3540  01  WS-AUDIT-STATUS              PIC X(02) VALUE '00'.
 3550  01  WS-GDG-STATUS                PIC X(02) VALUE '00'.
 3560  01  WS-INQ-STATUS                PIC X(02) VALUE '00'.
 3570  01  WS-CATF-STATUS               PIC X(02) VALUE '00'.
 3580  01  WS-DTL-STATUS                PIC X(02) VALUE '00'.
 3590  01  WS-PART-STATUS               PIC X(02) VALUE '00'.
 3600  01  WS-PART-OPEN-SW              PIC X(01) VALUE 'N'.
 3610      88  WS-PART-OPEN             VALUE 'Y'.
 3620  01  WS-QUIESCE-STATUS            PIC X(02) VALUE '00'.
 3630  01  WS-EXT-STATUS                PIC X(02) VALUE '00'.
 3640  01  WS-EXT-RECORD-COUNT          PIC 9(09) VALUE 0.
 3650  01  WS-EXT-CONTROL-TOTAL         PIC S9(15) COMP-3 VALUE 0.
 3660  01  WS-EXT-HASH-TOTAL            PIC 9(15) COMP-3 VALUE 0.
 3670  01  WS-QUIESCE-SW                PIC X(01) VALUE 'N'.
 3680      88  WS-QUIESCE-REQUESTED     VALUE 'Y'.
 3690  01  WS-TOD-HH                    PIC 9(02) VALUE 0.
 3700  01  WS-TOD-MM                    PIC 9(02) VALUE 0.
 3710  01  WS-TOD-SS                    PIC 9(02) VALUE 0.
 3720  01  WS-TOD-SECONDS               PIC S9(07) COMP-3 VALUE 0.
 3730  01  WS-RANGE-START-SEC           PIC S9(07) COMP-3 VALUE 0.
 3740  01  WS-RANGE-ELAPSED             PIC S9(07) COMP-3 VALUE 0.
 3750  01  WS-RANGE-START-CNT           PIC S9(9) COMP-3 VALUE 0.
 3760  01  WS-ITER-DONE                 PIC S9(9) COMP-3 VALUE 0.
 3770  01  WS-ITER-RATE                 PIC 9(08) VALUE 0.
 3780  01  WS-CKPT-TAKEN-COUNT          PIC 9(05) VALUE 0.
 3790  01  WS-RANGE-RESTART-SW          PIC X(01) VALUE 'N'.
 3800      88  WS-RANGE-WAS-RESTARTED   VALUE 'Y'.
 3810  01  WS-PROGRESS-INTERVAL         PIC 9(06) VALUE 100000.
 3820  01  WS-PCT-COMPLETE              PIC 9(03) VALUE 0.
 3830  01  WS-ETA-OFFSET                PIC S9(09) COMP-3 VALUE 0.
 3840  01  WS-ETA-SECONDS               PIC 9(07) VALUE 0.
 3850  01  WS-ETA-HH                    PIC 9(02) VALUE 0.
 3860  01  WS-ETA-MM                    PIC 9(02) VALUE 0.
 3870  01  WS-ETA-SS                    PIC 9(02) VALUE 0.
 3880  01  WS-TOT-POSTED-COUNT          PIC 9(05) VALUE 0.
 3890  01  WS-TOT-ERROR-COUNT           PIC 9(05) VALUE 0.
 3900  01  WS-TOT-QUIESCED-COUNT        PIC 9(05) VALUE 0.
 3910  01  WS-TOT-ITERATIONS            PIC S9(9) COMP-3 VALUE 0.
 3920  01  WS-TOT-ELAPSED               PIC S9(9) COMP-3 VALUE 0.
 3930  01  WS-TOT-CKPT-COUNT            PIC 9(07) VALUE 0.
 3940  01  CNT                          PIC S9(9) COMP-3 VALUE 0.
 3950  01  MYSUM                        PIC S9(9) COMP-3 VALUE 0.
 3960  01  WS-RESTART-SW                PIC X(01) VALUE 'N'.
 3970      88  WS-RESTART-REQUESTED     VALUE 'Y'.
 3980  01  WS-CKPT-FOUND-SW             PIC X(01) VALUE 'N'.
 3990      88  WS-CKPT-FOUND            VALUE 'Y'.
 4000  01  WS-CKPT-DONE-SW              PIC X(01) VALUE 'N'.
 4010      88  WS-CKPT-ALREADY-DONE     VALUE 'Y'.
 4020  01  WS-CHECKPOINT-INTERVAL       PIC 9(05) VALUE 01000.
 4030  01  WS-RANGE-VALID-SW            PIC X(01) VALUE 'Y'.
 4040      88  WS-RANGE-OK              VALUE 'Y'.
 4050      88  WS-RANGE-BAD             VALUE 'N'.
 4060 *****************************************************************
 4070 * WS-MAX-AUTHORIZED-RANGE IS ONLY THE FALLBACK BOUND FOR A RUN   *
 4080 * WHERE THE LIMITS CONTROL FILE IS MISSING OR EMPTY - THE        *
 4090 * OPERATIONAL BOUNDS LIVE ON LIMFILE (SEE LIMREC) AND ARE        *
 4100 * LOADED AT INITIALIZATION.                                     *
 4110 *****************************************************************
 4120  01  WS-MAX-AUTHORIZED-RANGE      PIC 9(09) VALUE 001000000.
 4130  01  WS-LIM-STATUS                PIC X(02) VALUE '00'.
 4140  01  WS-HIST-STATUS               PIC X(02) VALUE '00'.
 4150  01  WS-HIST-WRITTEN-SW           PIC X(01) VALUE 'N'.
 4160      88  WS-HIST-WRITTEN          VALUE 'Y'.
 4170  01  WS-PUBC-STATUS               PIC X(02) VALUE '00'.
 4180  01  WS-PUBH-STATUS               PIC X(02) VALUE '00'.
 4190  01  WS-PUBH-EOF-SW               PIC X(01) VALUE 'N'.
 4200      88  WS-PUBH-EOF              VALUE 'Y'.
 4210  01  WS-PUB-OPEN-SW               PIC X(01) VALUE 'N'.
 4220      88  WS-PUB-OPEN              VALUE 'Y'.
 4230  01  WS-PUB-RESEND-DONE-SW        PIC X(01) VALUE 'N'.
 4240      88  WS-PUB-RESEND-DONE       VALUE 'Y'.
 4250  01  WS-MQ-CONNECTED-SW           PIC X(01) VALUE 'N'.
 4260      88  WS-MQ-CONNECTED          VALUE 'Y'.
 4270  01  WS-MQ-QUEUE-OPEN-SW          PIC X(01) VALUE 'N'.
 4280      88  WS-MQ-QUEUE-OPEN         VALUE 'Y'.
 4290  01  WS-MQ-UP-SW                  PIC X(01) VALUE 'N'.
 4300      88  WS-MQ-UP                 VALUE 'Y'.
 4310  01  WS-MQ-REASON-CODE            PIC 9(04) VALUE 0.
 4320  01  WS-PUB-SENT-COUNT            PIC 9(07) VALUE 0.
 4330  01  WS-PUB-RESENT-COUNT          PIC 9(07) VALUE 0.
 4340  01  WS-PUB-HELD-COUNT            PIC 9(07) VALUE 0.
 4350      COPY PUBMQI.
 4360  01  WS-LIM-EOF-SW                PIC X(01) VALUE 'N'.
 4370      88  WS-LIM-EOF               VALUE 'Y'.
 4380  01  WS-LIM-COUNT                 PIC 9(02) VALUE 0.
 4390  01  WS-MAX-LIM-ENTRIES           PIC 9(02) VALUE 50.
 4400  01  WS-LIM-TABLE.
 4410      05  WS-LIM-ENTRY OCCURS 50 TIMES.
 4420          10  WS-LIM-CAT           PIC X(02).
 4430          10  WS-LIM-EFF           PIC X(08).
 4440          10  WS-LIM-MAX           PIC 9(09).
 4450  01  WS-LIM-SUB                   PIC 9(02) VALUE 0.
 4460  01  WS-LIM-HIT                   PIC 9(02) VALUE 0.
 4470  01  WS-ACTIVE-LIMIT              PIC 9(09) VALUE 0.
 4480  01  WS-ACTIVE-LIM-CAT            PIC X(02) VALUE SPACES.
 4490  01  WS-ACTIVE-LIM-EFF            PIC X(08) VALUE SPACES.
 4500  01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
 4510 *****************************************************************
 4520 * EXCHANGE RATES FROM FXRFILE (SEE FXRREC), LOADED AT            *
 4530 * INITIALIZATION. A FOREIGN-CURRENCY DETAIL AMOUNT IS CONVERTED  *
 4540 * AT THE RATE EFFECTIVE ON WS-DTL-RATE-DATE - THE FEED DATE FROM *
 4550 * THE DTLFILE HEADER, OR THE RUN DATE WHEN THE FEED HAS NONE.   *
 4560 *****************************************************************
 4570  01  WS-FXR-STATUS                PIC X(02) VALUE '00'.
 4580  01  WS-FXR-EOF-SW                PIC X(01) VALUE 'N'.
 4590      88  WS-FXR-EOF               VALUE 'Y'.
 4600  01  WS-FXR-COUNT                 PIC 9(03) VALUE 0.
 4610  01  WS-MAX-FXR-ENTRIES           PIC 9(03) VALUE 500.
 4620  01  WS-FXR-TABLE.
 4630      05  WS-FXR-ENTRY OCCURS 500 TIMES.
 4640          10  WS-FXR-CCY           PIC X(03).
 4650          10  WS-FXR-EFF           PIC X(08).
 4660          10  WS-FXR-RATE          PIC 9(05)V9(06).
 4670  01  WS-FXR-SUB                   PIC 9(03) VALUE 0.
 4680  01  WS-FXR-HIT                   PIC 9(03) VALUE 0.
 4690  01  WS-DTL-RATE-DATE             PIC X(08) VALUE SPACES.
 4700  01  WS-DTL-FX-RATE               PIC 9(05)V9(06) VALUE 0.
 4710  01  WS-DTL-BASE-AMOUNT           PIC S9(9) COMP-3 VALUE 0.
 4720  01  WS-PERD-STATUS               PIC X(02) VALUE '00'.
 4730  01  WS-PERIOD-CLOSED-SW          PIC X(01) VALUE 'N'.
 4740      88  WS-PERIOD-CLOSED         VALUE 'Y'.
 4750  01  WS-OVERRIDE-SW               PIC X(01) VALUE 'N'.
 4760      88  WS-OVERRIDE-REQUESTED    VALUE 'Y'.
 4770  01  WS-LOK-STATUS                PIC X(02) VALUE '00'.
 4780  01  WS-FORCE-SW                  PIC X(01) VALUE 'N'.
 4790      88  WS-FORCE-REQUESTED       VALUE 'Y'.
 4800  01  WS-SIMULATE-SW               PIC X(01) VALUE 'N'.
 4810      88  WS-SIMULATION            VALUE 'Y'.
 4820  01  WS-PARM-OPTIONS              PIC X(32) VALUE SPACES.
 4830  01  WS-OPT-SUB                   PIC 9(02) VALUE 0.
 4840  01  WS-OPT-LEN                   PIC 9(02) VALUE 0.
 4850  01  WS-EDIT-ERROR-TEXT           PIC X(60) VALUE SPACES.
 4860  01  WS-CATF-EOF-SW               PIC X(01) VALUE 'N'.
 4870      88  WS-CATF-EOF              VALUE 'Y'.
 4880  01  WS-DTL-EOF-SW                PIC X(01) VALUE 'N'.
 4890      88  WS-DTL-EOF               VALUE 'Y'.
 4900  01  WS-DTL-REC-OK-SW             PIC X(01) VALUE 'Y'.
 4910      88  WS-DTL-REC-OK            VALUE 'Y'.
 4920      88  WS-DTL-REC-BAD           VALUE 'N'.
 4930  01  WS-SUSP-STATUS               PIC X(02) VALUE '00'.
 4940  01  WS-SUSP-COUNT                PIC 9(05) VALUE 0.
 4950  01  WS-DTL-PASS-COUNT            PIC S9(9) COMP-3 VALUE 0.
 4960  01  WS-DRUN-COUNT                PIC 9(02) VALUE 0.
 4970  01  WS-MAX-DRUN-ENTRIES          PIC 9(02) VALUE 20.
 4980  01  WS-MAX-DCAT-ENTRIES          PIC 9(02) VALUE 50.
 4990 *****************************************************************
 5000 * ONE ENTRY PER DETAIL-MODE PARAMETER REGISTERED THIS WINDOW -   *
 5010 * THE RUN'S OWN ACCUMULATOR, APPLIED/SEEN COUNTS AND CATEGORY    *
 5020 * BUCKETS, CARRIED THROUGH THE SINGLE PASS OF THE FEED.         *
 5030 *****************************************************************
 5040  01  WS-DRUN-TABLE.
 5050      05  WS-DRUN-ENTRY OCCURS 20 TIMES.
 5060          10  WS-DRUN-RUN-ID       PIC X(08).
 5070          10  WS-DRUN-CNT          PIC S9(9) COMP-3.
 5080          10  WS-DRUN-MYSUM        PIC S9(9) COMP-3.
 5090          10  WS-DRUN-SKIP         PIC S9(9) COMP-3.
 5100          10  WS-DRUN-SEEN         PIC S9(9) COMP-3.
 5110          10  WS-DRUN-BAD-SEEN     PIC S9(9) COMP-3.
 5120          10  WS-DRUN-SUSP-SKIP    PIC S9(9) COMP-3.
 5130          10  WS-DRUN-CAT-COUNT    PIC 9(02).
 5140          10  WS-DRUN-CAT-ENTRY OCCURS 50 TIMES.
 5150              15  WS-DRUN-CAT-CODE PIC X(02).
 5160              15  WS-DRUN-CAT-AMOUNT
 5170                                   PIC S9(9) COMP-3.
 5180              15  WS-DRUN-CAT-CURRENCY
 5190                                   PIC X(03).
 5200              15  WS-DRUN-CAT-ORIG-AMOUNT
 5210                                   PIC S9(9) COMP-3.
 5220              15  WS-DRUN-CAT-FX-RATE
 5230                                   PIC 9(05)V9(06).
 5240  01  WS-DRUN-SUB                  PIC 9(02) VALUE 0.
 5250  01  WS-DRUN-HIT                  PIC 9(02) VALUE 0.
 5260  01  WS-DCAT-SUB                  PIC 9(02) VALUE 0.
 5270  01  WS-DCAT-HIT                  PIC 9(02) VALUE 0.
 5280  01  WS-DTLCAT-COUNT              PIC 9(02) VALUE 0.
 5290  01  WS-MAX-DTLCAT-ENTRIES        PIC 9(02) VALUE 50.
 5300  01  WS-DTLCAT-TABLE.
 5310      05  WS-DTLCAT-ENTRY OCCURS 50 TIMES.
 5320          10  WS-DTLCAT-CODE       PIC X(02).
 5330          10  WS-DTLCAT-AMOUNT     PIC S9(9) COMP-3.
 5340          10  WS-DTLCAT-CURRENCY   PIC X(03).
 5350          10  WS-DTLCAT-ORIG-AMOUNT
 5360                                   PIC S9(9) COMP-3.
 5370          10  WS-DTLCAT-FX-RATE    PIC 9(05)V9(06).
 5380  01  WS-DTLCAT-SUB                PIC 9(02) VALUE 0.
 5390  01  WS-DTLCAT-HIT                PIC 9(02) VALUE 0.
 5400  01  WS-EXPECTED-TOTAL            PIC S9(18) COMP-3 VALUE 0.
 5410  01  WS-VERIFY-FAILED-SW          PIC X(01) VALUE 'N'.
 5420      88  WS-VERIFY-FAILED         VALUE 'Y'.
 5430  01  WS-OVERFLOW-SW               PIC X(01) VALUE 'N'.
 5440      88  WS-OVERFLOW-DETECTED     VALUE 'Y'.
 5450  01  WS-PARM-EOF-SW               PIC X(01) VALUE 'N'.
 5460      88  WS-PARM-EOF              VALUE 'Y'.
 5470  01  WS-RANGE-COUNT               PIC 9(05) VALUE 0.
 5480  01  WS-REV-RANGE-FROM            PIC 9(09) VALUE 0.
 5490  01  WS-REV-RANGE-TO              PIC 9(09) VALUE 0.
 5500  01  WS-REV-ITERATIONS            PIC 9(09) VALUE 0.
 5510  01  WS-REV-CATEGORY              PIC X(02) VALUE SPACES.
 5520  01  WS-XFR-LEG-CATEGORY          PIC X(02) VALUE SPACES.
 5530  01  WS-XFR-LEG-TYPE              PIC X(01) VALUE SPACE.
 5540  01  WS-XFR-OK-SW                 PIC X(01) VALUE 'Y'.
 5550      88  WS-XFR-OK                VALUE 'Y'.
 5560      88  WS-XFR-BAD               VALUE 'N'.
 5570  01  WS-HIST-EOF-SW               PIC X(01) VALUE 'N'.
 5580      88  WS-HIST-EOF              VALUE 'Y'.
 5590  01  WS-OVLP-COUNT                PIC 9(02) VALUE 0.
 5600  01  WS-MAX-OVLP-ENTRIES          PIC 9(02) VALUE 50.
 5610  01  WS-OVLP-TABLE.
 5620      05  WS-OVLP-ENTRY OCCURS 50 TIMES.
 5630          10  WS-OVLP-RUN-ID       PIC X(08).
 5640          10  WS-OVLP-REVERSED-SW  PIC X(01).
 5650              88  WS-OVLP-REVERSED VALUE 'Y'.
 5660  01  WS-OVLP-SUB                  PIC 9(02) VALUE 0.
 5670  01  WS-OVLP-HIT                  PIC 9(02) VALUE 0.
 5680  01  WS-OVLP-CONFLICT-RUN-ID      PIC X(08) VALUE SPACES.
 5690  01  WS-OVLP-LOOKUP-RUN-ID        PIC X(08) VALUE SPACES.
 5700  01  WS-OVLP-FULL-SW              PIC X(01) VALUE 'N'.
 5710      88  WS-OVLP-TABLE-FULL       VALUE 'Y'.
 5720  01  WS-ALOC-STATUS               PIC X(02) VALUE '00'.
 5730  01  WS-ALOC-OPEN-SW              PIC X(01) VALUE 'N'.
 5740      88  WS-ALOC-OPEN             VALUE 'Y'.
 5750  01  WS-ALOC-EOF-SW               PIC X(01) VALUE 'N'.
 5760      88  WS-ALOC-EOF              VALUE 'Y'.
 5770  01  WS-ALOC-FOUND-SW             PIC X(01) VALUE 'N'.
 5780      88  WS-ALOC-FOUND            VALUE 'Y'.
 5790  01  WS-ALOC-SELECTED             PIC X(80) VALUE SPACES.
 5800  01  WS-ALOC-LEG-COUNT            PIC 9(02) VALUE 0.
 5810  01  WS-MAX-ALOC-LEGS             PIC 9(02) VALUE 8.
 5820  01  WS-ALOC-LEG-TABLE.
 5830      05  WS-ALOC-LEG OCCURS 8 TIMES.
 5840          10  WS-ALOC-LEG-CATEGORY PIC X(02).
 5850          10  WS-ALOC-LEG-PERCENT  PIC 9(03)V99.
 5860          10  WS-ALOC-LEG-AMOUNT   PIC S9(9) COMP-3.
 5870  01  WS-ALOC-SUB                  PIC 9(02) VALUE 0.
 5880  01  WS-ALOC-SUB2                 PIC 9(02) VALUE 0.
 5890  01  WS-ALOC-HIT                  PIC 9(02) VALUE 0.
 5900  01  WS-ALOC-REM-SUB              PIC 9(02) VALUE 0.
 5910  01  WS-ALOC-PCT-TOTAL            PIC 9(05)V99 VALUE 0.
 5920  01  WS-ALOC-PCT-EDIT             PIC ZZZZ9.99.
 5930  01  WS-ALOC-ALLOCATED            PIC S9(11) COMP-3 VALUE 0.
 5940  01  WS-ALOC-REMAINDER            PIC S9(9) COMP-3 VALUE 0.
 5950 *****************************************************************
 5960 * SIMULATION ONLY: THE PROJECTED NET POSITION OF EVERY CATEGORY  *
 5970 * THE DRY RUN HAS MOVED (SEEDED FROM THE MASTER THE FIRST TIME   *
 5980 * IT IS TOUCHED), AND THE POSITION THRESHOLDS THE MYFCMON        *
 5990 * MONITOR WOULD APPLY TO THEM.                                  *
 6000 *****************************************************************
 6010  01  WS-PROJ-COUNT                PIC 9(03) VALUE 0.
 6020  01  WS-MAX-PROJ-ENTRIES          PIC 9(03) VALUE 200.
 6030  01  WS-PROJ-TABLE.
 6040      05  WS-PROJ-ENTRY OCCURS 200 TIMES.
 6050          10  WS-PROJ-CAT          PIC X(02).
 6060          10  WS-PROJ-POSITION     PIC S9(9) COMP-3.
 6070  01  WS-PROJ-SUB                  PIC 9(03) VALUE 0.
 6080  01  WS-PROJ-HIT                  PIC 9(03) VALUE 0.
 6090  01  WS-PROJ-WARN-COUNT           PIC 9(04) VALUE 0.
 6100  01  WS-PROJ-ERROR-COUNT          PIC 9(04) VALUE 0.
 6110  01  WS-THR-STATUS                PIC X(02) VALUE '00'.
 6120  01  WS-THR-EOF-SW                PIC X(01) VALUE 'N'.
 6130      88  WS-THR-EOF               VALUE 'Y'.
 6140  01  WS-THR-COUNT                 PIC 9(02) VALUE 0.
 6150  01  WS-MAX-THR-ENTRIES           PIC 9(02) VALUE 50.
 6160  01  WS-THR-TABLE.
 6170      05  WS-THR-ENTRY OCCURS 50 TIMES.
 6180          10  WS-THR-CAT           PIC X(02).
 6190          10  WS-THR-EFF           PIC X(08).
 6200          10  WS-THR-WARN          PIC 9(09).
 6210          10  WS-THR-ERROR         PIC 9(09).
 6220  01  WS-THR-SUB                   PIC 9(02) VALUE 0.
 6230  01  WS-THR-HIT                   PIC 9(02) VALUE 0.
 6240  01  WS-ACTIVE-WARN               PIC 9(09) VALUE 0.
 6250  01  WS-ACTIVE-ERROR              PIC 9(09) VALUE 0.
 6260  01  WS-ABS-POSITION              PIC 9(09) VALUE 0.
 6270  01  WS-PRF-STATUS                PIC X(02) VALUE '00'.
 6280  01  WS-PRF-WRITTEN-SW            PIC X(01) VALUE 'N'.
 6290      88  WS-PRF-WRITTEN           VALUE 'Y'.
 6300  01  WS-PRF-START-STAMP           PIC X(16) VALUE SPACES.
 6310  01  WS-PRF-END-STAMP             PIC X(16) VALUE SPACES.
 6320  01  WS-PRF-JOB-NAME              PIC X(08) VALUE 'MYCOBJOB'.
 6330  01  WS-DTL-READ-COUNT            PIC 9(09) VALUE 0.
 6340
 6350  LINKAGE SECTION.
 6360  01  LS-PARM-DATA.
 6370      05  LS-PARM-LEN              PIC S9(04) COMP.
 6380      05  LS-PARM-TEXT             PIC X(24).
 6390
 6400  PROCEDURE DIVISION USING LS-PARM-DATA.
 6410
 6420  MAINLINE.
 6430      PERFORM INITIALIZATION.
 6440      PERFORM PROCESS-RANGE UNTIL WS-PARM-EOF.
 6450      IF WS-RANGE-COUNT = 0
 6460          DISPLAY 'MYFIRSTCBL: PARMFILE IS EMPTY'
 6470          MOVE 16 TO RETURN-CODE
 6480      ELSE
 6490          IF WS-DRUN-COUNT > 0
 6500              PERFORM PROCESS-DETAIL-BATCH
 6510          END-IF
 6520          PERFORM WRITE-REPORT-CATEGORIES
 6530          PERFORM WRITE-JOB-SUMMARY
 6540      END-IF.
 6550      PERFORM WRITE-EXTRACT-TRAILER.
 6560      PERFORM TERMINATION.
 6570      STOP RUN.
 6580
 6590  INITIALIZATION.
 6600      MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-START-STAMP.
 6610      PERFORM SCAN-PARM-OPTIONS.
 6620      IF NOT WS-SIMULATION
 6630          PERFORM ACQUIRE-RUN-LOCK
 6640      END-IF.
 6650      OPEN INPUT PARMFILE.
 6660      IF WS-PARM-STATUS NOT = '00'
 6670          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN PARMFILE - STATUS '
 6680              WS-PARM-STATUS
 6690          MOVE 16 TO RETURN-CODE
 6700          PERFORM RELEASE-RUN-LOCK
 6710          STOP RUN
 6720      END-IF.
 6730      OPEN OUTPUT RPTFILE.
 6740      IF WS-RPT-STATUS NOT = '00'
 6750          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN RPTFILE - STATUS '
 6760              WS-RPT-STATUS
 6770          MOVE 16 TO RETURN-CODE
 6780          CLOSE PARMFILE
 6790          PERFORM RELEASE-RUN-LOCK
 6800          STOP RUN
 6810      END-IF.
 6820      IF WS-SIMULATION
 6830          MOVE 'MYFIRSTCBL - SIMULATION ONLY' TO RPT-H1-TITLE
 6840          PERFORM OPEN-SIMULATION-FILES
 6850      ELSE
 6860          PERFORM OPEN-POSTING-FILES
 6870      END-IF.
 6880      PERFORM OPEN-ALLOCATION-RULES.
 6890      MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
 6900      PERFORM CHECK-PERIOD-STATUS.
 6910      PERFORM LOAD-AUTHORIZED-LIMITS.
 6920      PERFORM LOAD-EXCHANGE-RATES.
 6930      IF WS-SIMULATION
 6940          PERFORM LOAD-THRESHOLDS
 6950      ELSE
 6960          PERFORM REGISTER-PARM-RECORDS
 6970      END-IF.
 6980
 6990  OPEN-POSTING-FILES.
 7000      OPEN OUTPUT AUDITFILE.
 7010      IF WS-AUDIT-STATUS NOT = '00'
 7020          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN AUDITFILE - STATUS '
 7030              WS-AUDIT-STATUS
 7040          MOVE 16 TO RETURN-CODE
 7050          CLOSE PARMFILE
 7060          CLOSE RPTFILE
 7070          PERFORM RELEASE-RUN-LOCK
 7080          STOP RUN
 7090      END-IF.
 7100      OPEN OUTPUT GDGFILE.
 7110      IF WS-GDG-STATUS NOT = '00'
 7120          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN GDGFILE - STATUS '
 7130              WS-GDG-STATUS
 7140          MOVE 16 TO RETURN-CODE
 7150          CLOSE PARMFILE
 7160          CLOSE RPTFILE
 7170          CLOSE AUDITFILE
 7180          PERFORM RELEASE-RUN-LOCK
 7190          STOP RUN
 7200      END-IF.
 7210      IF WS-RESTART-REQUESTED
 7220          OPEN I-O CKPTFILE
 7230      ELSE
 7240          OPEN OUTPUT CKPTFILE
 7250      END-IF.
 7260      IF WS-CKPT-STATUS = '35'
 7270          CLOSE CKPTFILE
 7280          OPEN OUTPUT CKPTFILE
 7290      END-IF.
 7300      IF WS-CKPT-STATUS NOT = '00'
 7310          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN CKPTFILE - STATUS '
 7320              WS-CKPT-STATUS
 7330          MOVE 16 TO RETURN-CODE
 7340          CLOSE PARMFILE
 7350          CLOSE RPTFILE
 7360          CLOSE AUDITFILE
 7370          CLOSE GDGFILE
 7380          PERFORM RELEASE-RUN-LOCK
 7390          STOP RUN
 7400      END-IF.
 7410      OPEN I-O INQFILE.
 7420      IF WS-INQ-STATUS = '35'
 7430          CLOSE INQFILE
 7440          OPEN OUTPUT INQFILE
 7450      END-IF.
 7460      IF WS-INQ-STATUS NOT = '00'
 7470          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN INQFILE - STATUS '
 7480              WS-INQ-STATUS
 7490          MOVE 16 TO RETURN-CODE
 7500          CLOSE PARMFILE
 7510          CLOSE CKPTFILE
 7520          CLOSE RPTFILE
 7530          CLOSE AUDITFILE
 7540          CLOSE GDGFILE
 7550          PERFORM RELEASE-RUN-LOCK
 7560          STOP RUN
 7570      END-IF.
 7580      OPEN I-O CATFILE.
 7590      IF WS-CATF-STATUS NOT = '00'
 7600          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN CATFILE - STATUS '
 7610              WS-CATF-STATUS
 7620          MOVE 16 TO RETURN-CODE
 7630          CLOSE PARMFILE
 7640          CLOSE CKPTFILE
 7650          CLOSE RPTFILE
 7660          CLOSE AUDITFILE
 7670          CLOSE GDGFILE
 7680          CLOSE INQFILE
 7690          PERFORM RELEASE-RUN-LOCK
 7700          STOP RUN
 7710      END-IF.
 7720      OPEN OUTPUT EXTFILE.
 7730      IF WS-EXT-STATUS NOT = '00'
 7740          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN EXTFILE - STATUS '
 7750              WS-EXT-STATUS
 7760          MOVE 16 TO RETURN-CODE
 7770          CLOSE PARMFILE
 7780          CLOSE CKPTFILE
 7790          CLOSE RPTFILE
 7800          CLOSE AUDITFILE
 7810          CLOSE GDGFILE
 7820          CLOSE INQFILE
 7830          CLOSE CATFILE
 7840          PERFORM RELEASE-RUN-LOCK
 7850          STOP RUN
 7860      END-IF.
 7870      PERFORM WRITE-EXTRACT-HEADER.
 7880      OPEN I-O HISTFILE.
 7890      IF WS-HIST-STATUS = '35'
 7900          CLOSE HISTFILE
 7910          OPEN OUTPUT HISTFILE
 7920      END-IF.
 7930      IF WS-HIST-STATUS NOT = '00'
 7940          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN HISTFILE - STATUS '
 7950              WS-HIST-STATUS
 7960          MOVE 16 TO RETURN-CODE
 7970          CLOSE PARMFILE
 7980          CLOSE CKPTFILE
 7990          CLOSE RPTFILE
 8000          CLOSE AUDITFILE
 8010          CLOSE GDGFILE
 8020          CLOSE INQFILE
 8030          CLOSE CATFILE
 8040          CLOSE EXTFILE
 8050          PERFORM RELEASE-RUN-LOCK
 8060          STOP RUN
 8070      END-IF.
 8080      OPEN OUTPUT SUSPFILE.
 8090      IF WS-SUSP-STATUS NOT = '00'
 8100          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN SUSPFILE - STATUS '
 8110              WS-SUSP-STATUS
 8120          MOVE 16 TO RETURN-CODE
 8130          CLOSE PARMFILE
 8140          CLOSE CKPTFILE
 8150          CLOSE RPTFILE
 8160          CLOSE AUDITFILE
 8170          CLOSE GDGFILE
 8180          CLOSE INQFILE
 8190          CLOSE CATFILE
 8200          CLOSE EXTFILE
 8210          CLOSE HISTFILE
 8220          PERFORM RELEASE-RUN-LOCK
 8230          STOP RUN
 8240      END-IF.
 8250      PERFORM OPEN-PUBLISHER.
 8260
 8270 *****************************************************************
 8280 * A SIMULATION OPENS THE KEYED FILES IT EDITS AGAINST FOR INPUT  *
 8290 * ONLY AND LEAVES THE AUDIT, GDG, CHECKPOINT, EXTRACT AND        *
 8300 * SUSPENSE FILES UNOPENED - THERE IS NOTHING IT MAY WRITE. THE   *
 8310 * REVERSAL LOOKUP AND THE OVERLAP EDIT THEREFORE SEE ONLY WHAT   *
 8320 * WAS POSTED BEFORE THE SIMULATION, NOT A RUN SIMULATED EARLIER  *
 8330 * IN THE SAME PARMFILE.                                         *
 8340 *****************************************************************
 8350  OPEN-SIMULATION-FILES.
 8360      OPEN INPUT INQFILE.
 8370      IF WS-INQ-STATUS NOT = '00'
 8380          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN INQFILE - STATUS '
 8390              WS-INQ-STATUS
 8400          MOVE 16 TO RETURN-CODE
 8410          CLOSE PARMFILE
 8420          CLOSE RPTFILE
 8430          STOP RUN
 8440      END-IF.
 8450      OPEN INPUT CATFILE.
 8460      IF WS-CATF-STATUS NOT = '00'
 8470          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN CATFILE - STATUS '
 8480              WS-CATF-STATUS
 8490          MOVE 16 TO RETURN-CODE
 8500          CLOSE PARMFILE
 8510          CLOSE RPTFILE
 8520          CLOSE INQFILE
 8530          STOP RUN
 8540      END-IF.
 8550      OPEN INPUT HISTFILE.
 8560      IF WS-HIST-STATUS NOT = '00'
 8570          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN HISTFILE - STATUS '
 8580              WS-HIST-STATUS
 8590          MOVE 16 TO RETURN-CODE
 8600          CLOSE PARMFILE
 8610          CLOSE RPTFILE
 8620          CLOSE INQFILE
 8630          CLOSE CATFILE
 8640          STOP RUN
 8650      END-IF.
 8660
 8670 *****************************************************************
 8680 * THE ALLOCATION RULE FILE IS ONLY NEEDED BY MODE 'A' RUNS, SO   *
 8690 * A MISSING OR UNDEFINED ALOCFILE DOES NOT STOP THE JOB - EVERY  *
 8700 * ALLOCATION PARAMETER IS REJECTED INSTEAD, AND EVERY OTHER      *
 8710 * PARAMETER RUNS AS USUAL.                                      *
 8720 *****************************************************************
 8730  OPEN-ALLOCATION-RULES.
 8740      OPEN INPUT ALOCFILE.
 8750      IF WS-ALOC-STATUS = '00'
 8760          SET WS-ALOC-OPEN TO TRUE
 8770      ELSE
 8780          DISPLAY 'MYFIRSTCBL: ALLOCATION RULE FILE NOT AVAILABLE '
 8790              '- STATUS ' WS-ALOC-STATUS
 8800              ' - ALLOCATION RUNS WILL BE REJECTED'
 8810          SET WS-ALOC-OPEN-SW TO 'N'
 8820      END-IF.
 8830
 8840 *****************************************************************
 8850 * PARM.GO IS A COMMA-SEPARATED OPTION LIST. 'RESTART' RESUMES    *
 8860 * CHECKPOINTED RANGES AS BEFORE; 'OVERRIDE' LETS A RUN POST INTO *
 8870 * A PERIOD THE PERIOD CONTROL FILE SHOWS CLOSED; 'FORCE' CLEARS  *
 8880 * A RUN LOCK A CRASHED JOB LEFT SET; 'SIMULATE' MAKES THE        *
 8890 * SUBMISSION A DRY RUN THAT WRITES NOTHING BUT ITS REPORT;       *
 8900 * 'STREAMN' (N = 1-4) RECORDS THE STEP'S PERFORMANCE HISTORY     *
 8910 * UNDER SPLIT CHILD JOB MYCOBBLN INSTEAD OF MYCOBJOB. THE TEXT   *
 8920 * IS SCANNED FOR EACH TOKEN SO THE OPTIONS COMBINE IN ANY ORDER  *
 8930 * - EXCEPT THAT A SIMULATION HAS NO CHECKPOINTS TO RESUME FROM,  *
 8940 * SO IT IGNORES 'RESTART' AND STARTS EVERY RUN COLD.            *
 8950 *****************************************************************
 8960  SCAN-PARM-OPTIONS.
 8970      MOVE SPACES TO WS-PARM-OPTIONS.
 8980      IF LS-PARM-LEN > 24
 8990          MOVE 24 TO WS-OPT-LEN
 9000      ELSE
 9010          MOVE LS-PARM-LEN TO WS-OPT-LEN
 9020      END-IF.
 9030      IF WS-OPT-LEN > 0
 9040          MOVE LS-PARM-TEXT (1:WS-OPT-LEN) TO WS-PARM-OPTIONS
 9050      END-IF.
 9060      PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
 9070              UNTIL WS-OPT-SUB > 25
 9080          IF WS-PARM-OPTIONS (WS-OPT-SUB:7) = 'RESTART'
 9090              SET WS-RESTART-REQUESTED TO TRUE
 9100          END-IF
 9110          IF WS-PARM-OPTIONS (WS-OPT-SUB:8) = 'OVERRIDE'
 9120              SET WS-OVERRIDE-REQUESTED TO TRUE
 9130          END-IF
 9140          IF WS-PARM-OPTIONS (WS-OPT-SUB:5) = 'FORCE'
 9150              SET WS-FORCE-REQUESTED TO TRUE
 9160          END-IF
 9170          IF WS-PARM-OPTIONS (WS-OPT-SUB:8) = 'SIMULATE'
 9180              SET WS-SIMULATION TO TRUE
 9190          END-IF
 9200          IF WS-PARM-OPTIONS (WS-OPT-SUB:6) = 'STREAM'
 9210              AND WS-PARM-OPTIONS (WS-OPT-SUB + 6:1) IS NUMERIC
 9220              MOVE 'MYCOBBL' TO WS-PRF-JOB-NAME
 9230              MOVE WS-PARM-OPTIONS (WS-OPT-SUB + 6:1)
 9240                  TO WS-PRF-JOB-NAME (8:1)
 9250          END-IF
 9260      END-PERFORM.
 9270      IF WS-SIMULATION
 9280          DISPLAY 'MYFIRSTCBL: SIMULATION ONLY - NO FILE WILL BE '
 9290              'UPDATED'
 9300          IF WS-RESTART-REQUESTED
 9310              DISPLAY 'MYFIRSTCBL: RESTART IGNORED - A SIMULATION '
 9320                  'STARTS EVERY RUN COLD'
 9330              SET WS-RESTART-SW TO 'N'
 9340          END-IF
 9350      END-IF.
 9360
 9370 *****************************************************************
 9380 * SINGLE-INSTANCE INTERLOCK: THE RUN LOCK DATA SET (SEE LOKREC)  *
 9390 * IS SET TO ACTIVE BEFORE ANY SHARED FILE IS OPENED AND BLANKED  *
 9400 * AGAIN AT EVERY EXIT. A SECOND SUBMISSION FINDING IT ACTIVE     *
 9410 * ENDS RC 16 IMMEDIATELY - BEFORE ITS OPEN OUTPUT COULD TRUNCATE *
 9420 * THE AUDIT TRAIL OF THE RUN IN FLIGHT. A LOCK LEFT SET BY A     *
 9430 * CRASHED JOB IS CLEARED WITH PARM.GO 'FORCE'. A SIMULATION      *
 9440 * UPDATES NOTHING THE LOCK PROTECTS, SO IT NEITHER TESTS, SETS   *
 9450 * NOR BLANKS IT.                                                *
 9460 *****************************************************************
 9470  ACQUIRE-RUN-LOCK.
 9480      OPEN I-O LOKFILE.
 9490      IF WS-LOK-STATUS = '35'
 9500          CLOSE LOKFILE
 9510          OPEN OUTPUT LOKFILE
 9520          PERFORM BUILD-LOCK-RECORD
 9530          WRITE LOK-RECORD
 9540          CLOSE LOKFILE
 9550      ELSE
 9560          IF WS-LOK-STATUS NOT = '00'
 9570              DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN LOKFILE - '
 9580                  'STATUS ' WS-LOK-STATUS
 9590              MOVE 16 TO RETURN-CODE
 9600              STOP RUN
 9610          END-IF
 9620          READ LOKFILE
 9630              AT END
 9640                  CLOSE LOKFILE
 9650                  OPEN OUTPUT LOKFILE
 9660                  PERFORM BUILD-LOCK-RECORD
 9670                  WRITE LOK-RECORD
 9680                  CLOSE LOKFILE
 9690              NOT AT END
 9700                  PERFORM TEST-AND-SET-LOCK
 9710          END-READ
 9720      END-IF.
 9730
 9740  TEST-AND-SET-LOCK.
 9750      IF LOK-ACTIVE
 9760          AND NOT WS-FORCE-REQUESTED
 9770          DISPLAY 'MYFIRSTCBL: SYSTEM ALREADY ACTIVE - JOB '
 9780              LOK-JOB-NAME ' SINCE ' LOK-SET-DATE ' '
 9790              LOK-SET-TIME
 9800          DISPLAY 'MYFIRSTCBL: RESUBMIT WITH PARM.GO FORCE '
 9810              'ONLY IF THAT JOB IS KNOWN DEAD'
 9820          MOVE 16 TO RETURN-CODE
 9830          CLOSE LOKFILE
 9840          STOP RUN
 9850      END-IF.
 9860      IF LOK-ACTIVE
 9870          DISPLAY 'MYFIRSTCBL: STALE RUN LOCK FROM JOB '
 9880              LOK-JOB-NAME ' CLEARED BY OPERATOR FORCE'
 9890      END-IF.
 9900      PERFORM BUILD-LOCK-RECORD.
 9910      REWRITE LOK-RECORD.
 9920      CLOSE LOKFILE.
 9930
 9940  BUILD-LOCK-RECORD.
 9950      MOVE SPACES TO LOK-RECORD.
 9960      SET LOK-ACTIVE TO TRUE.
 9970      MOVE 'MYCOBJOB' TO LOK-JOB-NAME.
 9980      MOVE FUNCTION CURRENT-DATE (1:8) TO LOK-SET-DATE.
 9990      MOVE FUNCTION CURRENT-DATE (9:6) TO LOK-SET-TIME.
10000
10010  RELEASE-RUN-LOCK.
10020      IF NOT WS-SIMULATION
10030          OPEN I-O LOKFILE
10040          IF WS-LOK-STATUS = '00'
10050              READ LOKFILE
10060                  AT END
10070                      CONTINUE
10080                  NOT AT END
10090                      MOVE SPACES TO LOK-RECORD
10100                      REWRITE LOK-RECORD
10110              END-READ
10120              CLOSE LOKFILE
10130          END-IF
10140      END-IF.
10150
10160 *****************************************************************
10170 * THE PERIOD CONTROL FILE IS CONSULTED ONCE PER SUBMISSION: IF   *
10180 * THE RUN DATE'S PERIOD IS MARKED CLOSED, EDIT-PARAMETER WILL    *
10190 * REJECT EVERY PARAMETER UNLESS THE OPERATOR PASSED 'OVERRIDE'.  *
10200 * A MISSING CONTROL FILE OR A PERIOD WITHOUT A RECORD MEANS THE  *
10210 * PERIOD IS OPEN.                                               *
10220 *****************************************************************
10230  CHECK-PERIOD-STATUS.
10240      OPEN INPUT PERDFILE.
10250      IF WS-PERD-STATUS = '00'
10260          MOVE WS-RUN-DATE (1:6) TO PERD-PERIOD-ID
10270          READ PERDFILE
10280              INVALID KEY
10290                  CONTINUE
10300              NOT INVALID KEY
10310                  IF PERD-STATUS-CLOSED
10320                      SET WS-PERIOD-CLOSED TO TRUE
10330                      IF WS-OVERRIDE-REQUESTED
10340                          DISPLAY 'MYFIRSTCBL: PERIOD '
10350                              PERD-PERIOD-ID ' IS CLOSED - '
10360                              'OPERATOR OVERRIDE IN EFFECT'
10370                      ELSE
10380                          DISPLAY 'MYFIRSTCBL: PERIOD '
10390                              PERD-PERIOD-ID ' IS CLOSED - '
10400                              'POSTINGS WILL BE REJECTED'
10410                      END-IF
10420                  END-IF
10430          END-READ
10440          CLOSE PERDFILE
10450      END-IF.
10460
10470 *****************************************************************
10480 * EVERY PARMFILE RECORD IS REGISTERED WITH AN INITIAL            *
10490 * IN-PROGRESS CHECKPOINT BEFORE ANY PROCESSING BEGINS, SO AN     *
10500 * ABEND PART WAY THROUGH THE BATCH LEAVES A CHECKPOINT TRAIL     *
10510 * FOR THE RANGES THE RUN NEVER REACHED - THE RESTART PARMFILE    *
10520 * GENERATOR REBUILDS THE WHOLE REMAINING WORKLOAD FROM           *
10530 * CKPTFILE, AND THE TEMPORARY PARMFILE THE EXTRACT STEP BUILT    *
10540 * IS NO LONGER THE ONLY COPY OF THE UNREACHED RANGES. ON A      *
10550 * RESTART, RECORDS ALREADY CHECKPOINTED (IN PROGRESS OR          *
10560 * COMPLETE) ARE LEFT EXACTLY AS THEY STAND. PARMFILE IS READ    *
10570 * ONCE FOR REGISTRATION AND REOPENED FOR THE PROCESSING LOOP.   *
10580 *****************************************************************
10590  REGISTER-PARM-RECORDS.
10600      PERFORM REGISTER-ONE-PARM UNTIL WS-PARM-EOF.
10610      CLOSE PARMFILE.
10620      SET WS-PARM-EOF-SW TO 'N'.
10630      OPEN INPUT PARMFILE.
10640      IF WS-PARM-STATUS NOT = '00'
10650          DISPLAY 'MYFIRSTCBL: UNABLE TO REOPEN PARMFILE - '
10660              'STATUS ' WS-PARM-STATUS
10670          MOVE 16 TO RETURN-CODE
10680          PERFORM TERMINATION
10690          STOP RUN
10700      END-IF.
10710
10720  REGISTER-ONE-PARM.
10730      READ PARMFILE
10740          AT END
10750              SET WS-PARM-EOF TO TRUE
10760          NOT AT END
10770              IF PARM-RUN-ID NOT = SPACES
10780                  PERFORM REGISTER-PARM-CHECKPOINT
10790              END-IF
10800      END-READ.
10810
10820  REGISTER-PARM-CHECKPOINT.
10830      MOVE PARM-RUN-ID TO CKPT-RUN-ID.
10840      IF WS-RESTART-REQUESTED
10850          READ CKPTFILE
10860              INVALID KEY
10870                  PERFORM WRITE-INITIAL-CHECKPOINT
10880              NOT INVALID KEY
10890                  CONTINUE
10900          END-READ
10910      ELSE
10920          PERFORM WRITE-INITIAL-CHECKPOINT
10930      END-IF.
10940
10950  WRITE-INITIAL-CHECKPOINT.
10960      MOVE SPACES TO CKPT-RECORD.
10970      MOVE PARM-RUN-ID TO CKPT-RUN-ID.
10980      SET CKPT-STATUS-IN-PROGRESS TO TRUE.
10990      IF PARM-RANGE-FROM IS NUMERIC
11000          MOVE PARM-RANGE-FROM TO CKPT-RANGE-FROM
11010      ELSE
11020          MOVE 0 TO CKPT-RANGE-FROM
11030      END-IF.
11040      IF PARM-RANGE-TO IS NUMERIC
11050          MOVE PARM-RANGE-TO TO CKPT-RANGE-TO
11060      ELSE
11070          MOVE 0 TO CKPT-RANGE-TO
11080      END-IF.
11090      MOVE PARM-CATEGORY-CODE TO CKPT-CATEGORY-CODE.
11100      IF PARM-MODE-DETAIL
11110          OR PARM-MODE-REVERSE
11120          OR PARM-MODE-TRANSFER
11130          OR PARM-MODE-ALLOCATE
11140          OR PARM-RANGE-FROM IS NOT NUMERIC
11150          MOVE 0 TO CKPT-CNT
11160      ELSE
11170          COMPUTE CKPT-CNT = PARM-RANGE-FROM - 1
11180      END-IF.
11190      MOVE 0 TO CKPT-MYSUM.
11200      MOVE 0 TO CKPT-ITER-COUNT.
11210      MOVE PARM-MODE TO CKPT-MODE.
11220      IF PARM-MODE-REVERSE
11230          OR PARM-MODE-ALLOCATE
11240          MOVE PARM-REVERSAL-RUN-ID TO CKPT-REVERSAL-RUN-ID
11250      ELSE
11260          MOVE SPACES TO CKPT-REVERSAL-RUN-ID
11270      END-IF.
11280      MOVE WS-RUN-DATE TO CKPT-LAST-UPD-DATE.
11290      MOVE 0 TO CKPT-SUSP-COUNT.
11300      MOVE PARM-OVERLAP-OVERRIDE TO CKPT-OVERLAP-OVERRIDE.
11310      WRITE CKPT-RECORD
11320          INVALID KEY
11330              CONTINUE
11340      END-WRITE.
11350
11360  LOAD-AUTHORIZED-LIMITS.
11370      OPEN INPUT LIMFILE.
11380      IF WS-LIM-STATUS = '00'
11390          PERFORM LOAD-ONE-LIMIT UNTIL WS-LIM-EOF
11400          CLOSE LIMFILE
11410      END-IF.
11420      IF WS-LIM-COUNT = 0
11430          DISPLAY 'MYFIRSTCBL: LIMITS CONTROL FILE MISSING OR '
11440              'EMPTY - COMPILED BOUND ' WS-MAX-AUTHORIZED-RANGE
11450              ' IN EFFECT'
11460      END-IF.
11470
11480  LOAD-ONE-LIMIT.
11490      READ LIMFILE
11500          AT END
11510              SET WS-LIM-EOF TO TRUE
11520          NOT AT END
11530              IF LIM-MAX-RANGE IS NUMERIC
11540                  AND LIM-EFF-DATE IS NUMERIC
11550                  AND WS-LIM-COUNT < WS-MAX-LIM-ENTRIES
11560                  ADD 1 TO WS-LIM-COUNT
11570                  MOVE LIM-CATEGORY-CODE TO
11580                      WS-LIM-CAT (WS-LIM-COUNT)
11590                  MOVE LIM-EFF-DATE TO
11600                      WS-LIM-EFF (WS-LIM-COUNT)
11610                  MOVE LIM-MAX-RANGE TO
11620                      WS-LIM-MAX (WS-LIM-COUNT)
11630              ELSE
11640                  DISPLAY 'MYFIRSTCBL: LIMIT RECORD IGNORED - '
11650                      LIM-RECORD (1:19)
11660              END-IF
11670      END-READ.
11680
11690 *****************************************************************
11700 * PICK THE LIMIT GOVERNING THIS PARAMETER: THE ENTRY FOR ITS     *
11710 * CATEGORY WITH THE LATEST EFFECTIVE DATE NOT AFTER THE RUN      *
11720 * DATE; FAILING THAT THE '**' DEFAULT THE SAME WAY; FAILING      *
11730 * THAT THE COMPILED FALLBACK BOUND.                             *
11740 *****************************************************************
11750  SELECT-AUTHORIZED-LIMIT.
11760      MOVE 0 TO WS-LIM-HIT.
11770      PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
11780              UNTIL WS-LIM-SUB > WS-LIM-COUNT
11790          IF WS-LIM-CAT (WS-LIM-SUB) = PARM-CATEGORY-CODE
11800              AND WS-LIM-EFF (WS-LIM-SUB) NOT > WS-RUN-DATE
11810              IF WS-LIM-HIT = 0
11820                  MOVE WS-LIM-SUB TO WS-LIM-HIT
11830              ELSE
11840                  IF WS-LIM-EFF (WS-LIM-SUB) >
11850                      WS-LIM-EFF (WS-LIM-HIT)
11860                      MOVE WS-LIM-SUB TO WS-LIM-HIT
11870                  END-IF
11880              END-IF
11890          END-IF
11900      END-PERFORM.
11910      IF WS-LIM-HIT = 0
11920          PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
11930                  UNTIL WS-LIM-SUB > WS-LIM-COUNT
11940              IF WS-LIM-CAT (WS-LIM-SUB) = '**'
11950                  AND WS-LIM-EFF (WS-LIM-SUB) NOT > WS-RUN-DATE
11960                  IF WS-LIM-HIT = 0
11970                      MOVE WS-LIM-SUB TO WS-LIM-HIT
11980                  ELSE
11990                      IF WS-LIM-EFF (WS-LIM-SUB) >
12000                          WS-LIM-EFF (WS-LIM-HIT)
12010                          MOVE WS-LIM-SUB TO WS-LIM-HIT
12020                      END-IF
12030                  END-IF
12040              END-IF
12050          END-PERFORM
12060      END-IF.
12070      IF WS-LIM-HIT > 0
12080          MOVE WS-LIM-MAX (WS-LIM-HIT) TO WS-ACTIVE-LIMIT
12090          MOVE WS-LIM-CAT (WS-LIM-HIT) TO WS-ACTIVE-LIM-CAT
12100          MOVE WS-LIM-EFF (WS-LIM-HIT) TO WS-ACTIVE-LIM-EFF
12110      ELSE
12120          MOVE WS-MAX-AUTHORIZED-RANGE TO WS-ACTIVE-LIMIT
12130          MOVE '**' TO WS-ACTIVE-LIM-CAT
12140          MOVE SPACES TO WS-ACTIVE-LIM-EFF
12150      END-IF.
12160
12170 *****************************************************************
12180 * A MISSING OR EMPTY RATE FILE IS ONLY A WARNING - A FEED WITH   *
12190 * NO FOREIGN-CURRENCY RECORDS NEEDS NO RATES, AND ANY RECORD     *
12200 * THAT DOES NEED ONE IS PARKED ON THE SUSPENSE FILE.            *
12210 *****************************************************************
12220  LOAD-EXCHANGE-RATES.
12230      OPEN INPUT FXRFILE.
12240      IF WS-FXR-STATUS = '00'
12250          PERFORM LOAD-ONE-RATE UNTIL WS-FXR-EOF
12260          CLOSE FXRFILE
12270      END-IF.
12280      IF WS-FXR-COUNT = 0
12290          DISPLAY 'MYFIRSTCBL: EXCHANGE-RATE FILE MISSING OR '
12300              'EMPTY - FOREIGN-CURRENCY DETAIL WILL BE SUSPENDED'
12310      END-IF.
12320
12330  LOAD-ONE-RATE.
12340      READ FXRFILE
12350          AT END
12360              SET WS-FXR-EOF TO TRUE
12370          NOT AT END
12380              IF FXR-RATE IS NUMERIC
12390                  AND FXR-RATE > 0
12400                  AND FXR-EFF-DATE IS NUMERIC
12410                  AND FXR-CURRENCY-CODE NOT = SPACES
12420                  AND WS-FXR-COUNT < WS-MAX-FXR-ENTRIES
12430                  ADD 1 TO WS-FXR-COUNT
12440                  MOVE FXR-CURRENCY-CODE TO
12450                      WS-FXR-CCY (WS-FXR-COUNT)
12460                  MOVE FXR-EFF-DATE TO
12470                      WS-FXR-EFF (WS-FXR-COUNT)
12480                  MOVE FXR-RATE TO
12490                      WS-FXR-RATE (WS-FXR-COUNT)
12500              ELSE
12510                  DISPLAY 'MYFIRSTCBL: EXCHANGE RATE IGNORED - '
12520                      FXR-RECORD (1:22)
12530              END-IF
12540      END-READ.
12550
12560 *****************************************************************
12570 * PICK THE RATE FOR THE DETAIL RECORD'S CURRENCY: THE ENTRY WITH *
12580 * THE LATEST EFFECTIVE DATE NOT AFTER THE FEED DATE. WS-FXR-HIT  *
12590 * IS LEFT ZERO WHEN THERE IS NONE.                              *
12600 *****************************************************************
12610  SELECT-EXCHANGE-RATE.
12620      MOVE 0 TO WS-FXR-HIT.
12630      PERFORM VARYING WS-FXR-SUB FROM 1 BY 1
12640              UNTIL WS-FXR-SUB > WS-FXR-COUNT
12650          IF WS-FXR-CCY (WS-FXR-SUB) = DTL-CURRENCY-CODE
12660              AND WS-FXR-EFF (WS-FXR-SUB) NOT > WS-DTL-RATE-DATE
12670              IF WS-FXR-HIT = 0
12680                  MOVE WS-FXR-SUB TO WS-FXR-HIT
12690              ELSE
12700                  IF WS-FXR-EFF (WS-FXR-SUB) >
12710                      WS-FXR-EFF (WS-FXR-HIT)
12720                      MOVE WS-FXR-SUB TO WS-FXR-HIT
12730                  END-IF
12740              END-IF
12750          END-IF
12760      END-PERFORM.
12770
12780 *****************************************************************
12790 * A SIMULATION LOADS THE THRFILE THRESHOLD CONTROL FILE (SEE     *
12800 * THRREC) SO IT CAN SHOW WHICH PROJECTED POSITIONS THE MYFCMON   *
12810 * MONITOR WOULD FLAG. A MISSING OR EMPTY FILE ONLY MEANS NO      *
12820 * BREACH IS PROJECTED - THE SIMULATION ITSELF STILL RUNS.       *
12830 *****************************************************************
12840  LOAD-THRESHOLDS.
12850      OPEN INPUT THRFILE.
12860      IF WS-THR-STATUS = '00'
12870          PERFORM LOAD-ONE-THRESHOLD UNTIL WS-THR-EOF
12880          CLOSE THRFILE
12890      END-IF.
12900      IF WS-THR-COUNT = 0
12910          DISPLAY 'MYFIRSTCBL: THRESHOLD CONTROL FILE MISSING OR '
12920              'EMPTY - NO BREACHES PROJECTED'
12930      END-IF.
12940
12950  LOAD-ONE-THRESHOLD.
12960      READ THRFILE
12970          AT END
12980              SET WS-THR-EOF TO TRUE
12990          NOT AT END
13000              IF THR-WARN-LIMIT IS NUMERIC
13010                  AND THR-ERROR-LIMIT IS NUMERIC
13020                  AND THR-EFF-DATE IS NUMERIC
13030                  AND WS-THR-COUNT < WS-MAX-THR-ENTRIES
13040                  ADD 1 TO WS-THR-COUNT
13050                  MOVE THR-CATEGORY-CODE TO
13060                      WS-THR-CAT (WS-THR-COUNT)
13070                  MOVE THR-EFF-DATE TO
13080                      WS-THR-EFF (WS-THR-COUNT)
13090                  MOVE THR-WARN-LIMIT TO
13100                      WS-THR-WARN (WS-THR-COUNT)
13110                  MOVE THR-ERROR-LIMIT TO
13120                      WS-THR-ERROR (WS-THR-COUNT)
13130              ELSE
13140                  DISPLAY 'MYFIRSTCBL: THRESHOLD RECORD IGNORED '
13150                      '- ' THR-RECORD (1:28)
13160              END-IF
13170      END-READ.
13180
13190 *****************************************************************
13200 * PICK THE THRESHOLD GOVERNING THIS CATEGORY EXACTLY AS MYFCMON  *
13210 * DOES: THE CATEGORY'S OWN ENTRY WITH THE LATEST EFFECTIVE DATE  *
13220 * NOT AFTER THE RUN DATE, FAILING THAT THE '**' DEFAULT THE SAME *
13230 * WAY, FAILING THAT NO MONITORING.                              *
13240 *****************************************************************
13250  SELECT-ACTIVE-THRESHOLD.
13260      MOVE 0 TO WS-THR-HIT.
13270      PERFORM VARYING WS-THR-SUB FROM 1 BY 1
13280              UNTIL WS-THR-SUB > WS-THR-COUNT
13290          IF WS-THR-CAT (WS-THR-SUB) = CAT-CODE
13300              AND WS-THR-EFF (WS-THR-SUB) NOT > WS-RUN-DATE
13310              IF WS-THR-HIT = 0
13320                  MOVE WS-THR-SUB TO WS-THR-HIT
13330              ELSE
13340                  IF WS-THR-EFF (WS-THR-SUB) >
13350                      WS-THR-EFF (WS-THR-HIT)
13360                      MOVE WS-THR-SUB TO WS-THR-HIT
13370                  END-IF
13380              END-IF
13390          END-IF
13400      END-PERFORM.
13410      IF WS-THR-HIT = 0
13420          PERFORM VARYING WS-THR-SUB FROM 1 BY 1
13430                  UNTIL WS-THR-SUB > WS-THR-COUNT
13440              IF WS-THR-CAT (WS-THR-SUB) = '**'
13450                  AND WS-THR-EFF (WS-THR-SUB) NOT > WS-RUN-DATE
13460                  IF WS-THR-HIT = 0
13470                      MOVE WS-THR-SUB TO WS-THR-HIT
13480                  ELSE
13490                      IF WS-THR-EFF (WS-THR-SUB) >
13500                          WS-THR-EFF (WS-THR-HIT)
13510                          MOVE WS-THR-SUB TO WS-THR-HIT
13520                      END-IF
13530                  END-IF
13540              END-IF
13550          END-PERFORM
13560      END-IF.
13570      IF WS-THR-HIT > 0
13580          MOVE WS-THR-WARN (WS-THR-HIT) TO WS-ACTIVE-WARN
13590          MOVE WS-THR-ERROR (WS-THR-HIT) TO WS-ACTIVE-ERROR
13600      END-IF.
13610
13620  PROCESS-RANGE.
13630      READ PARMFILE
13640          AT END
13650              SET WS-PARM-EOF TO TRUE
13660          NOT AT END
13670              ADD 1 TO WS-RANGE-COUNT
13680              PERFORM PROCESS-ONE-RANGE
13690      END-READ.
13700
13710  PROCESS-ONE-RANGE.
13720      SET WS-OVERFLOW-SW TO 'N'.
13730      SET WS-CKPT-DONE-SW TO 'N'.
13740      PERFORM EDIT-PARAMETER.
13750      IF WS-RANGE-BAD
13760          IF RETURN-CODE < 12
13770              MOVE 12 TO RETURN-CODE
13780          END-IF
13790          PERFORM WRITE-REPORT-ERROR
13800      ELSE
13810          IF WS-QUIESCE-REQUESTED
13820              PERFORM QUIESCE-UNSTARTED-RANGE
13830          ELSE
13840              IF PARM-MODE-REVERSE
13850                  PERFORM PROCESS-REVERSAL
13860              ELSE
13870                  IF PARM-MODE-TRANSFER
13880                      PERFORM PROCESS-TRANSFER
13890                  ELSE
13900                      IF PARM-MODE-ALLOCATE
13910                          PERFORM PROCESS-ALLOCATION
13920                      ELSE
13930                          IF PARM-MODE-DETAIL
13940                              PERFORM REGISTER-DETAIL-RUN
13950                          ELSE
13960                              IF PARM-MODE-PARTIAL
13970                                  PERFORM PROCESS-PARTIAL-RUN
13980                              ELSE
13990                                  PERFORM PROCESS-RANGE-RUN
14000                              END-IF
14010                          END-IF
14020                      END-IF
14030                  END-IF
14040              END-IF
14050          END-IF
14060      END-IF.
14070
14080  PROCESS-RANGE-RUN.
14090      PERFORM WRITE-REPORT-HEADING.
14100      PERFORM START-RUN-STATISTICS.
14110      SET WS-CKPT-FOUND-SW TO 'N'.
14120      IF WS-RESTART-REQUESTED
14130          PERFORM READ-CHECKPOINT
14140      END-IF.
14150      IF WS-CKPT-ALREADY-DONE
14160          PERFORM WRITE-RUN-ALREADY-DONE
14170      ELSE
14180          IF NOT WS-CKPT-FOUND
14190              COMPUTE CNT = PARM-RANGE-FROM - 1
14200              MOVE 0 TO MYSUM
14210              PERFORM TAKE-CHECKPOINT
14220          END-IF
14230          MOVE CNT TO WS-RANGE-START-CNT
14240          PERFORM ADDITION UNTIL CNT = PARM-RANGE-TO
14250              OR WS-OVERFLOW-DETECTED
14260              OR WS-QUIESCE-REQUESTED
14270          PERFORM WRITE-RUN-STATISTICS
14280          IF WS-OVERFLOW-DETECTED
14290              PERFORM WRITE-REPORT-ERROR
14300          ELSE
14310              IF WS-QUIESCE-REQUESTED
14320                  AND CNT NOT = PARM-RANGE-TO
14330                  PERFORM QUIESCE-CURRENT-RANGE
14340              ELSE
14350                  PERFORM VERIFY-RANGE-TOTAL
14360                  IF NOT WS-VERIFY-FAILED
14370                      PERFORM POST-CATEGORY-TOTAL
14380                      PERFORM WRITE-REPORT-TOTAL
14390                      PERFORM WRITE-AUDIT-RECORD
14400                      PERFORM WRITE-GDG-RECORD
14410                      PERFORM WRITE-INQUIRY-RECORD
14420                      PERFORM MARK-CHECKPOINT-COMPLETE
14430                  END-IF
14440              END-IF
14450          END-IF
14460      END-IF.
14470
14480 *****************************************************************
14490 * PARTIAL MODE: A CHILD SUB-RANGE GENERATED BY MYFSPLIT. THE     *
14500 * RANGE IS ACCUMULATED AND CHECKPOINTED EXACTLY LIKE A NORMAL    *
14510 * RANGE, BUT THE RESULT GOES ONLY TO THE PARTFILE PARTIAL        *
14520 * DATA SET - MYFMERGE POSTS THE COMBINED AUDIT/GDG/INQUIRY/      *
14530 * CATEGORY ENTRY FOR THE PARENT RUN, SO DOWNSTREAM FILES SEE A   *
14540 * SINGLE RECORD PER ORIGINAL RUN-ID.                            *
14550 *****************************************************************
14560  PROCESS-PARTIAL-RUN.
14570      PERFORM WRITE-REPORT-HEADING.
14580      PERFORM START-RUN-STATISTICS.
14590      SET WS-CKPT-FOUND-SW TO 'N'.
14600      IF WS-RESTART-REQUESTED
14610          PERFORM READ-CHECKPOINT
14620      END-IF.
14630      IF WS-CKPT-ALREADY-DONE
14640          PERFORM WRITE-RUN-ALREADY-DONE
14650      ELSE
14660          IF NOT WS-CKPT-FOUND
14670              COMPUTE CNT = PARM-RANGE-FROM - 1
14680              MOVE 0 TO MYSUM
14690              PERFORM TAKE-CHECKPOINT
14700          END-IF
14710          MOVE CNT TO WS-RANGE-START-CNT
14720          PERFORM ADDITION UNTIL CNT = PARM-RANGE-TO
14730              OR WS-OVERFLOW-DETECTED
14740              OR WS-QUIESCE-REQUESTED
14750          PERFORM WRITE-RUN-STATISTICS
14760          IF WS-OVERFLOW-DETECTED
14770              PERFORM WRITE-REPORT-ERROR
14780          ELSE
14790              IF WS-QUIESCE-REQUESTED
14800                  AND CNT NOT = PARM-RANGE-TO
14810                  PERFORM QUIESCE-CURRENT-RANGE
14820              ELSE
14830                  PERFORM VERIFY-RANGE-TOTAL
14840                  IF NOT WS-VERIFY-FAILED
14850                      PERFORM WRITE-REPORT-TOTAL
14860                      IF NOT WS-SIMULATION
14870                          PERFORM WRITE-PARTIAL-RECORD
14880                      END-IF
14890                      PERFORM MARK-CHECKPOINT-COMPLETE
14900                  END-IF
14910              END-IF
14920          END-IF
14930      END-IF.
14940
14950  WRITE-PARTIAL-RECORD.
14960      IF NOT WS-PART-OPEN
14970          OPEN OUTPUT PARTFILE
14980          IF WS-PART-STATUS NOT = '00'
14990              DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN PARTFILE - '
15000                  'STATUS ' WS-PART-STATUS
15010              MOVE 16 TO RETURN-CODE
15020              PERFORM TERMINATION
15030              STOP RUN
15040          END-IF
15050          SET WS-PART-OPEN-SW TO 'Y'
15060      END-IF.
15070      MOVE 'MYCOBJOB' TO PART-JOB-NAME.
15080      MOVE PARM-RUN-ID TO PART-RUN-ID.
15090      MOVE FUNCTION CURRENT-DATE (1:8) TO PART-RUN-DATE.
15100      MOVE FUNCTION CURRENT-DATE (9:6) TO PART-RUN-TIME.
15110      MOVE PARM-RANGE-FROM TO PART-RANGE-FROM.
15120      MOVE PARM-RANGE-TO TO PART-RANGE-TO.
15130      MOVE MYSUM TO PART-FINAL-TOTAL.
15140      COMPUTE PART-ITERATIONS =
15150          PARM-RANGE-TO - PARM-RANGE-FROM + 1.
15160      SET PART-ENTRY-NORMAL TO TRUE.
15170      MOVE SPACES TO PART-REVERSAL-OF-RUN-ID.
15180      MOVE PARM-CATEGORY-CODE TO PART-CATEGORY-CODE.
15190      WRITE PART-RECORD.
15200
15210 *****************************************************************
15220 * DETAIL MODE: ALL DETAIL-MODE PARAMETERS ARE REGISTERED FIRST   *
15230 * AND THE FEED IS READ EXACTLY ONCE PER WINDOW - A DOZEN DETAIL  *
15240 * RUNS NO LONGER MEAN A DOZEN FULL PASSES OVER AN EVER-GROWING   *
15250 * FILE. EACH RUN KEEPS ITS OWN MYSUM, APPLIED-RECORD COUNT AND   *
15260 * CATEGORY BUCKETS IN THE RUN TABLE, AND IS CHECKPOINTED ON THE  *
15270 * SAME INTERVAL AS BEFORE UNDER ITS OWN RUN-ID; ON RESTART THE   *
15280 * FIRST CKPT-CNT MATCHING RECORDS OF A RUN ARE SKIPPED FOR       *
15290 * MYSUM (ALREADY IN THE CHECKPOINTED FIGURE) BUT STILL REBUILD   *
15300 * THE IN-STORAGE CATEGORY BUCKETS, WHICH POST TO THE MASTER      *
15310 * ONLY WHEN THE RUN COMPLETES. THE REPORT SECTIONS FOR DETAIL    *
15320 * RUNS NOW PRINT TOGETHER AFTER THE SINGLE PASS.                *
15330 *****************************************************************
15340  REGISTER-DETAIL-RUN.
15350      SET WS-CKPT-FOUND-SW TO 'N'.
15360      IF WS-RESTART-REQUESTED
15370          PERFORM READ-CHECKPOINT
15380      END-IF.
15390      IF WS-CKPT-ALREADY-DONE
15400          PERFORM WRITE-RUN-ALREADY-DONE
15410      ELSE
15420          IF NOT WS-CKPT-FOUND
15430              MOVE 0 TO CNT
15440              MOVE 0 TO MYSUM
15450              PERFORM TAKE-CHECKPOINT
15460          END-IF
15470          IF WS-DRUN-COUNT < WS-MAX-DRUN-ENTRIES
15480              ADD 1 TO WS-DRUN-COUNT
15490              MOVE PARM-RUN-ID TO
15500                  WS-DRUN-RUN-ID (WS-DRUN-COUNT)
15510              MOVE CNT TO WS-DRUN-CNT (WS-DRUN-COUNT)
15520              MOVE CNT TO WS-DRUN-SKIP (WS-DRUN-COUNT)
15530              MOVE MYSUM TO WS-DRUN-MYSUM (WS-DRUN-COUNT)
15540              MOVE 0 TO WS-DRUN-SEEN (WS-DRUN-COUNT)
15550              MOVE 0 TO WS-DRUN-BAD-SEEN (WS-DRUN-COUNT)
15560              IF CKPT-SUSP-COUNT IS NUMERIC
15570                  MOVE CKPT-SUSP-COUNT TO
15580                      WS-DRUN-SUSP-SKIP (WS-DRUN-COUNT)
15590              ELSE
15600                  MOVE 0 TO WS-DRUN-SUSP-SKIP (WS-DRUN-COUNT)
15610              END-IF
15620              MOVE 0 TO WS-DRUN-CAT-COUNT (WS-DRUN-COUNT)
15630          ELSE
15640              MOVE 'DETAIL RUN TABLE FULL - RUN NOT POSTED' TO
15650                  WS-EDIT-ERROR-TEXT
15660              DISPLAY 'MYFIRSTCBL: ' WS-EDIT-ERROR-TEXT
15670                  ' - RUN ' PARM-RUN-ID
15680              PERFORM WRITE-REPORT-ERROR
15690              IF RETURN-CODE < 16
15700                  MOVE 16 TO RETURN-CODE
15710              END-IF
15720          END-IF
15730      END-IF.
15740
15750  PROCESS-DETAIL-BATCH.
15760      SET WS-OVERFLOW-SW TO 'N'.
15770      PERFORM GET-TIME-OF-DAY.
15780      MOVE WS-TOD-SECONDS TO WS-RANGE-START-SEC.
15790      MOVE 0 TO WS-DTL-PASS-COUNT.
15800      MOVE WS-RUN-DATE TO WS-DTL-RATE-DATE.
15810      SET WS-DTL-EOF-SW TO 'N'.
15820      OPEN INPUT DTLFILE.
15830      IF WS-DTL-STATUS NOT = '00'
15840          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN DTLFILE - '
15850              'STATUS ' WS-DTL-STATUS
15860          MOVE 'DETAIL FILE UNAVAILABLE - RUNS NOT POSTED' TO
15870              WS-EDIT-ERROR-TEXT
15880          PERFORM WRITE-REPORT-ERROR
15890          IF RETURN-CODE < 16
15900              MOVE 16 TO RETURN-CODE
15910          END-IF
15920      ELSE
15930          PERFORM APPLY-BATCH-DETAIL-RECORD UNTIL WS-DTL-EOF
15940              OR WS-OVERFLOW-DETECTED
15950              OR WS-QUIESCE-REQUESTED
15960          CLOSE DTLFILE
15970          PERFORM WRITE-DETAIL-PASS-STATISTICS
15980          IF WS-OVERFLOW-DETECTED
15990              PERFORM WRITE-REPORT-ERROR
16000          ELSE
16010              IF WS-QUIESCE-REQUESTED
16020                  AND NOT WS-DTL-EOF
16030                  PERFORM QUIESCE-ONE-DETAIL-RUN
16040                      VARYING WS-DRUN-SUB FROM 1 BY 1
16050                      UNTIL WS-DRUN-SUB > WS-DRUN-COUNT
16060              ELSE
16070                  PERFORM POST-ONE-DETAIL-RUN
16080                      VARYING WS-DRUN-SUB FROM 1 BY 1
16090                      UNTIL WS-DRUN-SUB > WS-DRUN-COUNT
16100              END-IF
16110          END-IF
16120      END-IF.
16130
16140  APPLY-BATCH-DETAIL-RECORD.
16150      READ DTLFILE
16160          AT END
16170              SET WS-DTL-EOF TO TRUE
16180          NOT AT END
16190              ADD 1 TO WS-DTL-READ-COUNT
16200              IF DTL-H-TYPE-HEADER
16210                  AND DTL-H-FEED-DATE IS NUMERIC
16220                  MOVE DTL-H-FEED-DATE TO WS-DTL-RATE-DATE
16230              END-IF
16240              MOVE 0 TO WS-DRUN-HIT
16250              PERFORM VARYING WS-DRUN-SUB FROM 1 BY 1
16260                      UNTIL WS-DRUN-SUB > WS-DRUN-COUNT
16270                  IF WS-DRUN-RUN-ID (WS-DRUN-SUB) = DTL-RUN-ID
16280                      MOVE WS-DRUN-SUB TO WS-DRUN-HIT
16290                  END-IF
16300              END-PERFORM
16310              IF WS-DRUN-HIT > 0
16320                  MOVE WS-DRUN-HIT TO WS-DRUN-SUB
16330                  PERFORM APPLY-BATCH-MATCHING-DETAIL
16340              END-IF
16350      END-READ.
16360
16370  APPLY-BATCH-MATCHING-DETAIL.
16380      SET WS-DTL-REC-OK TO TRUE.
16390      MOVE 0 TO WS-DTL-FX-RATE.
16400      IF DTL-AMOUNT IS NOT NUMERIC
16410          SET WS-DTL-REC-BAD TO TRUE
16420          MOVE 'DETAIL AMOUNT NOT NUMERIC - RECORD SKIPPED' TO
16430              WS-EDIT-ERROR-TEXT
16440          PERFORM WRITE-REPORT-ERROR
16450          IF RETURN-CODE < 12
16460              MOVE 12 TO RETURN-CODE
16470          END-IF
16480      ELSE
16490          PERFORM CONVERT-DETAIL-AMOUNT
16500          IF WS-DTL-REC-OK
16510              PERFORM EDIT-BATCH-DETAIL-CATEGORY
16520          END-IF
16530      END-IF.
16540      IF WS-DTL-REC-BAD
16550          ADD 1 TO WS-DRUN-BAD-SEEN (WS-DRUN-SUB)
16560          IF WS-DRUN-BAD-SEEN (WS-DRUN-SUB) >
16570              WS-DRUN-SUSP-SKIP (WS-DRUN-SUB)
16580              PERFORM WRITE-SUSPENSE-RECORD
16590          END-IF
16600      END-IF.
16610      IF WS-DTL-REC-OK
16620          ADD WS-DTL-BASE-AMOUNT TO
16630              WS-DRUN-CAT-AMOUNT (WS-DRUN-SUB WS-DCAT-SUB)
16640              ON SIZE ERROR
16650                  DISPLAY 'MYFIRSTCBL: DETAIL CATEGORY OVERFLOW'
16660                  MOVE 'ACCUMULATOR OVERFLOW' TO
16670                      WS-EDIT-ERROR-TEXT
16680                  SET WS-OVERFLOW-DETECTED TO TRUE
16690                  MOVE 16 TO RETURN-CODE
16700          END-ADD
16710          IF DTL-CURRENCY-CODE NOT = SPACES
16720              ADD DTL-AMOUNT TO
16730                  WS-DRUN-CAT-ORIG-AMOUNT
16740                      (WS-DRUN-SUB WS-DCAT-SUB)
16750                  ON SIZE ERROR
16760                      DISPLAY 'MYFIRSTCBL: DETAIL CATEGORY '
16770                          'OVERFLOW'
16780                      MOVE 'ACCUMULATOR OVERFLOW' TO
16790                          WS-EDIT-ERROR-TEXT
16800                      SET WS-OVERFLOW-DETECTED TO TRUE
16810                      MOVE 16 TO RETURN-CODE
16820              END-ADD
16830          END-IF
16840          ADD 1 TO WS-DRUN-SEEN (WS-DRUN-SUB)
16850          IF NOT WS-OVERFLOW-DETECTED
16860              AND WS-DRUN-SEEN (WS-DRUN-SUB) >
16870                  WS-DRUN-SKIP (WS-DRUN-SUB)
16880              ADD WS-DTL-BASE-AMOUNT TO
16890                  WS-DRUN-MYSUM (WS-DRUN-SUB)
16900                  ON SIZE ERROR
16910                      DISPLAY 'MYFIRSTCBL: MYSUM OVERFLOW'
16920                      MOVE 'ACCUMULATOR OVERFLOW' TO
16930                          WS-EDIT-ERROR-TEXT
16940                      SET WS-OVERFLOW-DETECTED TO TRUE
16950                      MOVE 16 TO RETURN-CODE
16960              END-ADD
16970              IF NOT WS-OVERFLOW-DETECTED
16980                  ADD 1 TO WS-DRUN-CNT (WS-DRUN-SUB)
16990                  ADD 1 TO WS-DTL-PASS-COUNT
17000                  IF FUNCTION MOD(WS-DRUN-CNT (WS-DRUN-SUB)
17010                      WS-CHECKPOINT-INTERVAL) = 0
17020                      PERFORM TAKE-DETAIL-CHECKPOINT
17030                      IF NOT WS-QUIESCE-REQUESTED
17040                          PERFORM CHECK-QUIESCE-REQUEST
17050                      END-IF
17060                  END-IF
17070              END-IF
17080          END-IF
17090      END-IF.
17100
17110 *****************************************************************
17120 * A DETAIL AMOUNT WITH NO CURRENCY CODE IS ALREADY IN BASE       *
17130 * CURRENCY. A CODED ONE IS CONVERTED AT THE RATE EFFECTIVE ON    *
17140 * THE FEED DATE, ROUNDED TO THE UNIT, INTO WS-DTL-BASE-AMOUNT;   *
17150 * WITH NO RATE FOR THAT DATE, OR A CONVERTED AMOUNT TOO LARGE    *
17160 * FOR THE ACCUMULATORS, THE RECORD IS SKIPPED WITH RC 12 AND     *
17170 * PARKED ON THE SUSPENSE FILE.                                  *
17180 *****************************************************************
17190  CONVERT-DETAIL-AMOUNT.
17200      IF DTL-CURRENCY-CODE = SPACES
17210          MOVE DTL-AMOUNT TO WS-DTL-BASE-AMOUNT
17220      ELSE
17230          PERFORM SELECT-EXCHANGE-RATE
17240          IF WS-FXR-HIT = 0
17250              SET WS-DTL-REC-BAD TO TRUE
17260              MOVE SPACES TO WS-EDIT-ERROR-TEXT
17270              STRING 'NO EXCHANGE RATE FOR ' DTL-CURRENCY-CODE
17280                  ' ON ' WS-DTL-RATE-DATE
17290                  DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
17300          ELSE
17310              MOVE WS-FXR-RATE (WS-FXR-HIT) TO WS-DTL-FX-RATE
17320              COMPUTE WS-DTL-BASE-AMOUNT ROUNDED =
17330                  DTL-AMOUNT * WS-DTL-FX-RATE
17340                  ON SIZE ERROR
17350                      SET WS-DTL-REC-BAD TO TRUE
17360                      MOVE 'CONVERTED AMOUNT TOO LARGE - SKIPPED'
17370                          TO WS-EDIT-ERROR-TEXT
17380              END-COMPUTE
17390          END-IF
17400          IF WS-DTL-REC-BAD
17410              PERFORM WRITE-REPORT-ERROR
17420              IF RETURN-CODE < 12
17430                  MOVE 12 TO RETURN-CODE
17440              END-IF
17450          END-IF
17460      END-IF.
17470
17480 *****************************************************************
17490 * EACH DETAIL RECORD'S CATEGORY IS VALIDATED AGAINST THE MASTER  *
17500 * THE FIRST TIME IT APPEARS IN ITS RUN AND ACCUMULATED IN THAT   *
17510 * RUN'S OWN BUCKET - ONE PER CATEGORY, CURRENCY AND RATE, SO     *
17520 * EACH POSTED BUCKET KEEPS ITS ORIGINAL AMOUNT AND RATE FOR THE  *
17530 * HISTORY; WS-DCAT-SUB IS LEFT POINTING AT THE RECORD'S BUCKET.  *
17540 * A BAD CATEGORY SKIPS THE RECORD WITH RC 12.                   *
17550 *****************************************************************
17560  EDIT-BATCH-DETAIL-CATEGORY.
17570      MOVE 0 TO WS-DCAT-HIT.
17580      PERFORM VARYING WS-DCAT-SUB FROM 1 BY 1
17590              UNTIL WS-DCAT-SUB >
17600                  WS-DRUN-CAT-COUNT (WS-DRUN-SUB)
17610          IF WS-DRUN-CAT-CODE (WS-DRUN-SUB WS-DCAT-SUB) =
17620              DTL-CATEGORY-CODE
17630              AND WS-DRUN-CAT-CURRENCY (WS-DRUN-SUB WS-DCAT-SUB) =
17640                  DTL-CURRENCY-CODE
17650              AND WS-DRUN-CAT-FX-RATE (WS-DRUN-SUB WS-DCAT-SUB) =
17660                  WS-DTL-FX-RATE
17670              MOVE WS-DCAT-SUB TO WS-DCAT-HIT
17680          END-IF
17690      END-PERFORM.
17700      IF WS-DCAT-HIT > 0
17710          MOVE WS-DCAT-HIT TO WS-DCAT-SUB
17720      ELSE
17730          MOVE DTL-CATEGORY-CODE TO CAT-CODE
17740          READ CATFILE
17750              INVALID KEY
17760                  SET WS-DTL-REC-BAD TO TRUE
17770                  MOVE 'DETAIL CATEGORY NOT ON MASTER - SKIPPED'
17780                      TO WS-EDIT-ERROR-TEXT
17790              NOT INVALID KEY
17800                  IF CAT-INACTIVE
17810                      SET WS-DTL-REC-BAD TO TRUE
17820                      MOVE 'DETAIL CATEGORY INACTIVE - SKIPPED'
17830                          TO WS-EDIT-ERROR-TEXT
17840                  END-IF
17850          END-READ
17860          IF WS-DTL-REC-BAD
17870              PERFORM WRITE-REPORT-ERROR
17880              IF RETURN-CODE < 12
17890                  MOVE 12 TO RETURN-CODE
17900              END-IF
17910          ELSE
17920              IF WS-DRUN-CAT-COUNT (WS-DRUN-SUB) <
17930                  WS-MAX-DCAT-ENTRIES
17940                  ADD 1 TO WS-DRUN-CAT-COUNT (WS-DRUN-SUB)
17950                  MOVE WS-DRUN-CAT-COUNT (WS-DRUN-SUB) TO
17960                      WS-DCAT-SUB
17970                  MOVE DTL-CATEGORY-CODE TO
17980                      WS-DRUN-CAT-CODE (WS-DRUN-SUB WS-DCAT-SUB)
17990                  MOVE 0 TO
18000                      WS-DRUN-CAT-AMOUNT
18010                          (WS-DRUN-SUB WS-DCAT-SUB)
18020                  MOVE DTL-CURRENCY-CODE TO
18030                      WS-DRUN-CAT-CURRENCY
18040                          (WS-DRUN-SUB WS-DCAT-SUB)
18050                  MOVE 0 TO
18060                      WS-DRUN-CAT-ORIG-AMOUNT
18070                          (WS-DRUN-SUB WS-DCAT-SUB)
18080                  MOVE WS-DTL-FX-RATE TO
18090                      WS-DRUN-CAT-FX-RATE
18100                          (WS-DRUN-SUB WS-DCAT-SUB)
18110              ELSE
18120                  SET WS-DTL-REC-BAD TO TRUE
18130                  MOVE 'DETAIL CATEGORY TABLE FULL' TO
18140                      WS-EDIT-ERROR-TEXT
18150                  DISPLAY 'MYFIRSTCBL: ' WS-EDIT-ERROR-TEXT
18160                      ' - CODE ' DTL-CATEGORY-CODE ' NOT POSTED'
18170                  PERFORM WRITE-REPORT-ERROR
18180                  IF RETURN-CODE < 16
18190                      MOVE 16 TO RETURN-CODE
18200                  END-IF
18210              END-IF
18220          END-IF
18230      END-IF.
18240
18250 *****************************************************************
18260 * PER-RUN CHECKPOINT DURING THE SINGLE PASS - SAME RECORD THE    *
18270 * OLD PER-RUN PASS WROTE, BUILT FROM THE RUN TABLE ENTRY, SO     *
18280 * RESTART BEHAVIOR IS UNCHANGED.                                *
18290 *****************************************************************
18300  TAKE-DETAIL-CHECKPOINT.
18310      ADD 1 TO WS-TOT-CKPT-COUNT.
18320      MOVE WS-DRUN-RUN-ID (WS-DRUN-SUB) TO CKPT-RUN-ID.
18330      SET CKPT-STATUS-IN-PROGRESS TO TRUE.
18340      MOVE 0 TO CKPT-RANGE-FROM.
18350      MOVE 0 TO CKPT-RANGE-TO.
18360      MOVE SPACES TO CKPT-CATEGORY-CODE.
18370      MOVE WS-DRUN-CNT (WS-DRUN-SUB) TO CKPT-CNT.
18380      MOVE WS-DRUN-MYSUM (WS-DRUN-SUB) TO CKPT-MYSUM.
18390      MOVE WS-DRUN-CNT (WS-DRUN-SUB) TO CKPT-ITER-COUNT.
18400      MOVE 'D' TO CKPT-MODE.
18410      MOVE SPACES TO CKPT-REVERSAL-RUN-ID.
18420      MOVE FUNCTION CURRENT-DATE (1:8) TO CKPT-LAST-UPD-DATE.
18430      MOVE WS-DRUN-BAD-SEEN (WS-DRUN-SUB) TO CKPT-SUSP-COUNT.
18440      MOVE SPACE TO CKPT-OVERLAP-OVERRIDE.
18450      IF NOT WS-SIMULATION
18460          REWRITE CKPT-RECORD
18470              INVALID KEY
18480                  WRITE CKPT-RECORD
18490                      INVALID KEY
18500                          CONTINUE
18510                  END-WRITE
18520          END-REWRITE
18530      END-IF.
18540
18550  QUIESCE-ONE-DETAIL-RUN.
18560      PERFORM TAKE-DETAIL-CHECKPOINT.
18570      ADD 1 TO WS-TOT-QUIESCED-COUNT.
18580      MOVE WS-DRUN-CNT (WS-DRUN-SUB) TO RPT-QSC-CNT.
18590      WRITE RPT-QUIESCE-LINE.
18600      DISPLAY 'MYFIRSTCBL: RUN '
18610          WS-DRUN-RUN-ID (WS-DRUN-SUB) ' QUIESCED AT CNT '
18620          WS-DRUN-CNT (WS-DRUN-SUB).
18630      IF RETURN-CODE < 8
18640          MOVE 8 TO RETURN-CODE
18650      END-IF.
18660
18670 *****************************************************************
18680 * A COMPLETED DETAIL RUN POSTS EXACTLY AS BEFORE: ITS CONTEXT    *
18690 * IS RESTORED FROM THE RUN TABLE INTO THE SHARED PARAMETER AND   *
18700 * ACCUMULATOR FIELDS, ITS BUCKETS MOVE TO THE POSTING STAGING    *
18710 * TABLE, AND THE NORMAL REPORT/AUDIT/GDG/INQUIRY/CATEGORY/       *
18720 * CHECKPOINT PATH RUNS UNDER ITS OWN RUN-ID.                    *
18730 *****************************************************************
18740  POST-ONE-DETAIL-RUN.
18750      MOVE SPACES TO PARM-RECORD.
18760      MOVE WS-DRUN-RUN-ID (WS-DRUN-SUB) TO PARM-RUN-ID.
18770      MOVE 'D' TO PARM-MODE.
18780      MOVE ZEROS TO PARM-RANGE-FROM.
18790      MOVE ZEROS TO PARM-RANGE-TO.
18800      MOVE WS-DRUN-CNT (WS-DRUN-SUB) TO CNT.
18810      MOVE WS-DRUN-MYSUM (WS-DRUN-SUB) TO MYSUM.
18820      PERFORM WRITE-REPORT-HEADING.
18830      MOVE WS-DRUN-CAT-COUNT (WS-DRUN-SUB) TO WS-DTLCAT-COUNT.
18840      PERFORM STAGE-ONE-DETAIL-BUCKET
18850          VARYING WS-DCAT-SUB FROM 1 BY 1
18860          UNTIL WS-DCAT-SUB > WS-DTLCAT-COUNT.
18870      PERFORM POST-DETAIL-CATEGORIES.
18880      PERFORM WRITE-REPORT-TOTAL.
18890      PERFORM WRITE-AUDIT-RECORD.
18900      PERFORM WRITE-GDG-RECORD.
18910      PERFORM WRITE-INQUIRY-RECORD.
18920      PERFORM TAKE-DETAIL-CHECKPOINT.
18930      PERFORM MARK-CHECKPOINT-COMPLETE.
18940
18950  STAGE-ONE-DETAIL-BUCKET.
18960      MOVE WS-DRUN-CAT-CODE (WS-DRUN-SUB WS-DCAT-SUB) TO
18970          WS-DTLCAT-CODE (WS-DCAT-SUB).
18980      MOVE WS-DRUN-CAT-AMOUNT (WS-DRUN-SUB WS-DCAT-SUB) TO
18990          WS-DTLCAT-AMOUNT (WS-DCAT-SUB).
19000      MOVE WS-DRUN-CAT-CURRENCY (WS-DRUN-SUB WS-DCAT-SUB) TO
19010          WS-DTLCAT-CURRENCY (WS-DCAT-SUB).
19020      MOVE WS-DRUN-CAT-ORIG-AMOUNT (WS-DRUN-SUB WS-DCAT-SUB) TO
19030          WS-DTLCAT-ORIG-AMOUNT (WS-DCAT-SUB).
19040      MOVE WS-DRUN-CAT-FX-RATE (WS-DRUN-SUB WS-DCAT-SUB) TO
19050          WS-DTLCAT-FX-RATE (WS-DCAT-SUB).
19060
19070 *****************************************************************
19080 * ONE STATISTICS LINE FOR THE WHOLE PASS - ELAPSED TIME AND THE  *
19090 * RATE OF APPLIED RECORDS ACROSS EVERY REGISTERED RUN.          *
19100 *****************************************************************
19110  WRITE-DETAIL-PASS-STATISTICS.
19120      PERFORM GET-TIME-OF-DAY.
19130      COMPUTE WS-RANGE-ELAPSED =
19140          WS-TOD-SECONDS - WS-RANGE-START-SEC.
19150      IF WS-RANGE-ELAPSED < 0
19160          ADD 86400 TO WS-RANGE-ELAPSED
19170      END-IF.
19180      IF WS-RANGE-ELAPSED > 0
19190          COMPUTE WS-ITER-RATE ROUNDED =
19200              WS-DTL-PASS-COUNT / WS-RANGE-ELAPSED
19210              ON SIZE ERROR
19220                  MOVE 99999999 TO WS-ITER-RATE
19230          END-COMPUTE
19240      ELSE
19250          MOVE WS-DTL-PASS-COUNT TO WS-ITER-RATE
19260      END-IF.
19270      MOVE WS-RANGE-ELAPSED TO RPT-ST1-ELAPSED.
19280      MOVE WS-ITER-RATE TO RPT-ST1-RATE.
19290      WRITE RPT-STATS-LINE-1.
19300      ADD WS-RANGE-ELAPSED TO WS-TOT-ELAPSED.
19310      ADD WS-DTL-PASS-COUNT TO WS-TOT-ITERATIONS
19320          ON SIZE ERROR
19330              MOVE 999999999 TO WS-TOT-ITERATIONS
19340      END-ADD.
19350
19360 *****************************************************************
19370 * EVERY SKIPPED DETAIL RECORD IS PARKED ON THE SUSPENSE FILE     *
19380 * WITH ITS REJECT REASON (SEE SUSPREC) - THE MONEY IN A BAD      *
19390 * RECORD IS REPAIRED AND REPOSTED THROUGH MYFSREP, NOT LOST     *
19400 * WITH THE ERROR LINE. THE RUN'S CHECKPOINT CARRIES THE COUNT   *
19410 * OF RECORDS ALREADY PARKED, SO A RESTARTED PASS SKIPS THAT     *
19420 * MANY BAD RECORDS INSTEAD OF PARKING DUPLICATES ONTO THE MOD   *
19430 * SUSPENSE FILE.                                                *
19440 *****************************************************************
19450  WRITE-SUSPENSE-RECORD.
19460      MOVE SPACES TO SUSP-RECORD.
19470      MOVE DTL-RUN-ID TO SUSP-RUN-ID.
19480      MOVE DTL-CATEGORY-CODE TO SUSP-CATEGORY-CODE.
19490      MOVE DTL-RECORD (11:10) TO SUSP-AMOUNT.
19500      MOVE WS-EDIT-ERROR-TEXT (1:40) TO SUSP-REJECT-REASON.
19510      MOVE FUNCTION CURRENT-DATE (1:8) TO SUSP-REJECT-DATE.
19520      MOVE FUNCTION CURRENT-DATE (9:6) TO SUSP-REJECT-TIME.
19530      IF DTL-CURRENCY-CODE NOT = SPACES
19540          MOVE DTL-CURRENCY-CODE TO SUSP-CURRENCY-CODE
19550          MOVE WS-DTL-RATE-DATE TO SUSP-RATE-DATE
19560          MOVE WS-DTL-FX-RATE TO SUSP-FX-RATE
19570      END-IF.
19580      IF NOT WS-SIMULATION
19590          WRITE SUSP-RECORD
19600      END-IF.
19610      ADD 1 TO WS-SUSP-COUNT.
19620
19630  POST-DETAIL-CATEGORIES.
19640      PERFORM POST-ONE-DETAIL-CATEGORY
19650          VARYING WS-DTLCAT-SUB FROM 1 BY 1
19660          UNTIL WS-DTLCAT-SUB > WS-DTLCAT-COUNT.
19670
19680  POST-ONE-DETAIL-CATEGORY.
19690      MOVE WS-DTLCAT-CODE (WS-DTLCAT-SUB) TO CAT-CODE.
19700      READ CATFILE
19710          INVALID KEY
19720              MOVE 'CATEGORY DROPPED FROM MASTER - NOT POSTED' TO
19730                  WS-EDIT-ERROR-TEXT
19740              DISPLAY 'MYFIRSTCBL: ' WS-EDIT-ERROR-TEXT
19750                  ' - CODE ' WS-DTLCAT-CODE (WS-DTLCAT-SUB)
19760              PERFORM WRITE-REPORT-ERROR
19770              IF RETURN-CODE < 16
19780                  MOVE 16 TO RETURN-CODE
19790              END-IF
19800          NOT INVALID KEY
19810              IF WS-SIMULATION
19820                  PERFORM FIND-PROJECTED-POSITION
19830              END-IF
19840              ADD WS-DTLCAT-AMOUNT (WS-DTLCAT-SUB) TO
19850                  CAT-NET-POSITION
19860                  ON SIZE ERROR
19870                      DISPLAY 'MYFIRSTCBL: CATEGORY POSITION '
19880                          'OVERFLOW - CODE '
19890                          WS-DTLCAT-CODE (WS-DTLCAT-SUB)
19900                      MOVE 'CATEGORY POSITION OVERFLOW' TO
19910                          WS-EDIT-ERROR-TEXT
19920                      PERFORM WRITE-REPORT-ERROR
19930                      IF RETURN-CODE < 16
19940                          MOVE 16 TO RETURN-CODE
19950                      END-IF
19960              END-ADD
19970              MOVE FUNCTION CURRENT-DATE (1:8) TO
19980                  CAT-LAST-POST-DATE
19990              IF WS-SIMULATION
20000                  PERFORM STORE-PROJECTED-POSITION
20010              ELSE
20020                  REWRITE CAT-RECORD
20030              END-IF
20040              PERFORM WRITE-DETAIL-CATEGORY-HISTORY
20050      END-READ.
20060
20070 *****************************************************************
20080 * EVERY CATEGORY A DETAIL RUN MOVES ALSO GETS ITS OWN TYPE-'D'   *
20090 * HISTORY EVENT UNDER THE RUN-ID - THE RUN-LEVEL EVENT CARRIES   *
20100 * A BLANK CATEGORY, SO WITHOUT THESE THE PER-CATEGORY MOVEMENT   *
20110 * OF A DETAIL RUN WOULD EXIST NOWHERE BUT IN THE MASTER'S        *
20120 * RUNNING POSITION. THE CATEGORY STATEMENT AND THE MYFRBLD       *
20130 * RECOVERY UTILITY REPLAY THESE.                                *
20140 *****************************************************************
20150  WRITE-DETAIL-CATEGORY-HISTORY.
20160      MOVE SPACES TO HIST-RECORD.
20170      MOVE PARM-RUN-ID TO HIST-RUN-ID.
20180      MOVE FUNCTION CURRENT-DATE (1:8) TO HIST-POST-DATE.
20190      MOVE FUNCTION CURRENT-DATE (9:6) TO HIST-POST-TIME.
20200      MOVE 0 TO HIST-POST-SEQ.
20210      MOVE 'MYCOBJOB' TO HIST-JOB-NAME.
20220      MOVE 0 TO HIST-RANGE-FROM.
20230      MOVE 0 TO HIST-RANGE-TO.
20240      MOVE WS-DTLCAT-AMOUNT (WS-DTLCAT-SUB) TO
20250          HIST-FINAL-TOTAL.
20260      MOVE 0 TO HIST-ITERATIONS.
20270      SET HIST-ENTRY-DETAIL TO TRUE.
20280      MOVE SPACES TO HIST-REVERSAL-OF-RUN-ID.
20290      MOVE WS-DTLCAT-CODE (WS-DTLCAT-SUB) TO
20300          HIST-CATEGORY-CODE.
20310      IF WS-DTLCAT-CURRENCY (WS-DTLCAT-SUB) NOT = SPACES
20320          MOVE WS-DTLCAT-CURRENCY (WS-DTLCAT-SUB) TO
20330              HIST-CURRENCY-CODE
20340          MOVE WS-DTLCAT-ORIG-AMOUNT (WS-DTLCAT-SUB) TO
20350              HIST-ORIG-AMOUNT
20360          MOVE WS-DTLCAT-FX-RATE (WS-DTLCAT-SUB) TO
20370              HIST-FX-RATE
20380      END-IF.
20390      SET WS-HIST-WRITTEN-SW TO 'N'.
20400      PERFORM TRY-HISTORY-WRITE UNTIL WS-HIST-WRITTEN
20410          OR HIST-POST-SEQ > 98.
20420      IF NOT WS-HIST-WRITTEN
20430          DISPLAY 'MYFIRSTCBL: HISTORY WRITE FAILED - RUN '
20440              HIST-RUN-ID
20450          MOVE 'HISTORY WRITE FAILED' TO WS-EDIT-ERROR-TEXT
20460          PERFORM WRITE-REPORT-ERROR
20470          IF RETURN-CODE < 16
20480              MOVE 16 TO RETURN-CODE
20490          END-IF
20500      ELSE
20510          IF NOT WS-SIMULATION
20520              PERFORM PUBLISH-POSTING-EVENT
20530          END-IF
20540      END-IF.
20550
20560 *****************************************************************
20570 * OPERATOR QUIESCE: ONCE THE FLAG DATA SET CARRIES 'QUIESCE',    *
20580 * THE CURRENT RANGE STOPS AT THE ITERATION IN HAND, TAKES A      *
20590 * FINAL CHECKPOINT, AND PRINTS A QUIESCED LINE; EVERY RANGE NOT  *
20600 * YET STARTED GETS AN INITIAL IN-PROGRESS CHECKPOINT AND ITS     *
20610 * OWN QUIESCED LINE SO THE RESTART PARMFILE GENERATOR SEES THE   *
20620 * WHOLE REMAINING WORKLOAD. THE JOB ENDS RC 8 - RESTARTABLE -    *
20630 * SO THE SCHEDULER KNOWS TO RESUBMIT WITH PARM.GO='RESTART'      *
20640 * AFTER OPERATIONS BLANKS THE FLAG AGAIN.                       *
20650 *****************************************************************
20660  CHECK-QUIESCE-REQUEST.
20670      OPEN INPUT QUIESCEF.
20680      IF WS-QUIESCE-STATUS = '00'
20690          READ QUIESCEF
20700              AT END
20710                  CONTINUE
20720              NOT AT END
20730                  IF QUIESCE-RECORD (1:7) = 'QUIESCE'
20740                      SET WS-QUIESCE-SW TO 'Y'
20750                      DISPLAY 'MYFIRSTCBL: QUIESCE REQUEST '
20760                          'HONORED - DRAINING AT NEXT '
20770                          'CHECKPOINT'
20780                  END-IF
20790          END-READ
20800          CLOSE QUIESCEF
20810      END-IF.
20820
20830  QUIESCE-CURRENT-RANGE.
20840      PERFORM TAKE-CHECKPOINT.
20850      PERFORM WRITE-REPORT-QUIESCE.
20860      IF RETURN-CODE < 8
20870          MOVE 8 TO RETURN-CODE
20880      END-IF.
20890
20900  QUIESCE-UNSTARTED-RANGE.
20910      SET WS-CKPT-FOUND-SW TO 'N'.
20920      IF WS-RESTART-REQUESTED
20930          PERFORM READ-CHECKPOINT
20940      END-IF.
20950      IF WS-CKPT-ALREADY-DONE
20960          PERFORM WRITE-RUN-ALREADY-DONE
20970      ELSE
20980          IF NOT WS-CKPT-FOUND
20990              IF PARM-MODE-DETAIL
21000                  OR PARM-MODE-REVERSE
21010                  OR PARM-MODE-TRANSFER
21020                  OR PARM-MODE-ALLOCATE
21030                  MOVE 0 TO CNT
21040              ELSE
21050                  COMPUTE CNT = PARM-RANGE-FROM - 1
21060              END-IF
21070              MOVE 0 TO MYSUM
21080              PERFORM TAKE-CHECKPOINT
21090          END-IF
21100          PERFORM WRITE-REPORT-HEADING
21110          PERFORM WRITE-REPORT-QUIESCE
21120          IF RETURN-CODE < 8
21130              MOVE 8 TO RETURN-CODE
21140          END-IF
21150      END-IF.
21160
21170  WRITE-REPORT-QUIESCE.
21180      ADD 1 TO WS-TOT-QUIESCED-COUNT.
21190      MOVE CNT TO RPT-QSC-CNT.
21200      WRITE RPT-QUIESCE-LINE.
21210      DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID ' QUIESCED AT CNT '
21220          CNT.
21230
21240 *****************************************************************
21250 * INDEPENDENT SELF-CHECK OF THE ITERATED TOTAL: FOR A RANGE THE  *
21260 * CORRECT ANSWER IS COMPUTABLE DIRECTLY AS                       *
21270 * (FROM + TO) * (TO - FROM + 1) / 2. A DISAGREEMENT - A FLIPPED  *
21280 * BIT, A CORRUPTED CHECKPOINT RESTARTED FROM, A LOGIC SLIP -     *
21290 * SUPPRESSES ALL POSTING, PRINTS A DISTINCT VERIFICATION LINE,   *
21300 * AND ENDS THE STEP WITH RC 20 SO OPERATIONS CAN TELL A WRONG    *
21310 * ANSWER FROM BAD INPUT (RC 12) OR AN OVERFLOW (RC 16). THE     *
21320 * CHECKPOINT IS LEFT IN PROGRESS SO THE RANGE IS NOT SKIPPED     *
21330 * AS COMPLETED ON A LATER RESTART.                              *
21340 *****************************************************************
21350  VERIFY-RANGE-TOTAL.
21360      SET WS-VERIFY-FAILED-SW TO 'N'.
21370      COMPUTE WS-EXPECTED-TOTAL =
21380          ((PARM-RANGE-FROM + PARM-RANGE-TO)
21390          * (PARM-RANGE-TO - PARM-RANGE-FROM + 1)) / 2
21400          ON SIZE ERROR
21410              SET WS-VERIFY-FAILED-SW TO 'Y'
21420      END-COMPUTE.
21430      IF NOT WS-VERIFY-FAILED
21440          AND MYSUM NOT = WS-EXPECTED-TOTAL
21450          SET WS-VERIFY-FAILED-SW TO 'Y'
21460      END-IF.
21470      IF WS-VERIFY-FAILED
21480          DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID
21490              ' - VERIFICATION FAILED - TOTAL NOT POSTED'
21500          MOVE 'VERIFICATION FAILED - TOTAL DISAGREES WITH FORMULA'
21510              TO WS-EDIT-ERROR-TEXT
21520          PERFORM WRITE-REPORT-ERROR
21530          IF RETURN-CODE < 20
21540              MOVE 20 TO RETURN-CODE
21550          END-IF
21560      END-IF.
21570
21580  WRITE-RUN-ALREADY-DONE.
21590      MOVE 'RUN ALREADY COMPLETED - SKIPPED ON RESTART'
21600          TO WS-EDIT-ERROR-TEXT.
21610      DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID ' - '
21620          WS-EDIT-ERROR-TEXT.
21630      PERFORM WRITE-REPORT-ERROR.
21640      IF RETURN-CODE < 4
21650          MOVE 4 TO RETURN-CODE
21660      END-IF.
21670
21680 *****************************************************************
21690 * A REVERSAL FOLLOWS THE SAME CHECKPOINT PROTOCOL AS A RANGE:    *
21700 * AN INITIAL IN-PROGRESS RECORD BEFORE POSTING, SKIPPED AS       *
21710 * ALREADY COMPLETED ON A RESTART, AND MARKED COMPLETE ONCE THE   *
21720 * OFFSETTING ENTRIES ARE OUT - SO A RESTART OR A REGENERATED     *
21730 * PARMFILE CAN NEVER POST THE SAME REVERSAL TWICE. THE          *
21740 * OFFSETTING ENTRIES POST TO THE ORIGINAL RUN'S CATEGORY FROM    *
21750 * THE INQUIRY RECORD JUST READ, NOT TO WHATEVER CATEGORY THE     *
21760 * REVERSAL CARD CARRIES - A MISPUNCHED CARD CANNOT CORRUPT TWO   *
21770 * CATEGORY POSITIONS. (AN INQUIRY RECORD FROM BEFORE THE        *
21780 * CATEGORY FIELD EXISTED FALLS BACK TO THE CARD'S CATEGORY.)    *
21790 *****************************************************************
21800  PROCESS-REVERSAL.
21810      SET WS-CKPT-FOUND-SW TO 'N'.
21820      IF WS-RESTART-REQUESTED
21830          PERFORM READ-CHECKPOINT
21840      END-IF.
21850      IF WS-CKPT-ALREADY-DONE
21860          PERFORM WRITE-RUN-ALREADY-DONE
21870      ELSE
21880          IF NOT WS-CKPT-FOUND
21890              MOVE 0 TO CNT
21900              MOVE 0 TO MYSUM
21910              PERFORM TAKE-CHECKPOINT
21920          END-IF
21930          MOVE PARM-REVERSAL-RUN-ID TO INQ-RUN-ID
21940          READ INQFILE
21950              INVALID KEY
21960                  MOVE 'REVERSAL: ORIGINAL RUN NOT ON INQFILE' TO
21970                      WS-EDIT-ERROR-TEXT
21980                  PERFORM WRITE-REPORT-ERROR
21990                  IF RETURN-CODE < 12
22000                      MOVE 12 TO RETURN-CODE
22010                  END-IF
22020              NOT INVALID KEY
22030                  MOVE INQ-RANGE-FROM TO WS-REV-RANGE-FROM
22040                  MOVE INQ-RANGE-TO TO WS-REV-RANGE-TO
22050                  MOVE INQ-ITERATIONS TO WS-REV-ITERATIONS
22060                  IF INQ-CATEGORY-CODE = SPACES
22070                      MOVE PARM-CATEGORY-CODE TO WS-REV-CATEGORY
22080                  ELSE
22090                      MOVE INQ-CATEGORY-CODE TO WS-REV-CATEGORY
22100                  END-IF
22110                  PERFORM WRITE-REPORT-HEADING
22120                  COMPUTE MYSUM = 0 - INQ-FINAL-TOTAL
22130                  PERFORM POST-CATEGORY-TOTAL
22140                  PERFORM WRITE-REPORT-TOTAL
22150                  PERFORM WRITE-AUDIT-RECORD
22160                  PERFORM WRITE-GDG-RECORD
22170                  PERFORM WRITE-INQUIRY-RECORD
22180                  PERFORM MARK-CHECKPOINT-COMPLETE
22190          END-READ
22200      END-IF.
22210
22220 *****************************************************************
22230 * A TRANSFER FOLLOWS THE REVERSAL'S CHECKPOINT PROTOCOL, SO A    *
22240 * RESTART CAN NEVER POST THE SAME MOVEMENT TWICE. BOTH           *
22250 * CATEGORIES ARE RE-READ BEFORE EITHER LEG MOVES - IF EITHER     *
22260 * HAS VANISHED FROM THE MASTER SINCE THE EDIT, NEITHER LEG       *
22270 * POSTS AND THE CHECKPOINT STAYS IN PROGRESS. THE TWO LEGS      *
22280 * (ENTRY TYPES 'F' OUT OF THE SOURCE, 'T' INTO THE TARGET)       *
22290 * EACH POST AUDIT, GDG AND HISTORY ENTRIES LINKED BY SHARING     *
22300 * THE PARAMETER'S RUN-ID - THE REVERSAL-OF FIELD STAYS BLANK,    *
22310 * SINCE A TRANSFER REVERSES NOTHING; THE SINGLE INQUIRY RECORD   *
22320 * CARRIES THE RUN'S NET MOVEMENT, ZERO FOR A BALANCED TRANSFER. *
22330 *****************************************************************
22340  PROCESS-TRANSFER.
22350      SET WS-CKPT-FOUND-SW TO 'N'.
22360      IF WS-RESTART-REQUESTED
22370          PERFORM READ-CHECKPOINT
22380      END-IF.
22390      IF WS-CKPT-ALREADY-DONE
22400          PERFORM WRITE-RUN-ALREADY-DONE
22410      ELSE
22420          IF NOT WS-CKPT-FOUND
22430              MOVE 0 TO CNT
22440              MOVE 0 TO MYSUM
22450              PERFORM TAKE-CHECKPOINT
22460          END-IF
22470          PERFORM VERIFY-TRANSFER-CATEGORIES
22480          IF WS-XFR-OK
22490              PERFORM WRITE-REPORT-HEADING
22500              MOVE PARM-CATEGORY-CODE TO WS-XFR-LEG-CATEGORY
22510              MOVE 'F' TO WS-XFR-LEG-TYPE
22520              COMPUTE MYSUM = 0 - PARM-TRANSFER-AMOUNT
22530              PERFORM POST-TRANSFER-LEG
22540              MOVE PARM-TARGET-CATEGORY TO WS-XFR-LEG-CATEGORY
22550              MOVE 'T' TO WS-XFR-LEG-TYPE
22560              MOVE PARM-TRANSFER-AMOUNT TO MYSUM
22570              PERFORM POST-TRANSFER-LEG
22580              PERFORM WRITE-TRANSFER-INQUIRY
22590              PERFORM MARK-CHECKPOINT-COMPLETE
22600          END-IF
22610      END-IF.
22620
22630  VERIFY-TRANSFER-CATEGORIES.
22640      SET WS-XFR-OK-SW TO 'Y'.
22650      MOVE PARM-CATEGORY-CODE TO CAT-CODE.
22660      READ CATFILE
22670          INVALID KEY
22680              SET WS-XFR-BAD TO TRUE
22690      END-READ.
22700      IF WS-XFR-OK
22710          MOVE PARM-TARGET-CATEGORY TO CAT-CODE
22720          READ CATFILE
22730              INVALID KEY
22740                  SET WS-XFR-BAD TO TRUE
22750          END-READ
22760      END-IF.
22770      IF WS-XFR-BAD
22780          MOVE 'CATEGORY DROPPED FROM MASTER - NOT POSTED' TO
22790              WS-EDIT-ERROR-TEXT
22800          DISPLAY 'MYFIRSTCBL: ' WS-EDIT-ERROR-TEXT
22810              ' - CODE ' CAT-CODE
22820          PERFORM WRITE-REPORT-ERROR
22830          IF RETURN-CODE < 16
22840              MOVE 16 TO RETURN-CODE
22850          END-IF
22860      END-IF.
22870
22880  POST-TRANSFER-LEG.
22890      PERFORM POST-TRANSFER-CATEGORY.
22900      PERFORM WRITE-REPORT-TOTAL.
22910      PERFORM WRITE-TRANSFER-AUDIT.
22920      PERFORM WRITE-TRANSFER-GDG.
22930      PERFORM WRITE-TRANSFER-HISTORY.
22940
22950  POST-TRANSFER-CATEGORY.
22960      MOVE WS-XFR-LEG-CATEGORY TO CAT-CODE.
22970      READ CATFILE
22980          INVALID KEY
22990              MOVE 'CATEGORY DROPPED FROM MASTER - NOT POSTED' TO
23000                  WS-EDIT-ERROR-TEXT
23010              DISPLAY 'MYFIRSTCBL: ' WS-EDIT-ERROR-TEXT
23020                  ' - CODE ' CAT-CODE
23030              PERFORM WRITE-REPORT-ERROR
23040              IF RETURN-CODE < 16
23050                  MOVE 16 TO RETURN-CODE
23060              END-IF
23070          NOT INVALID KEY
23080              IF WS-SIMULATION
23090                  PERFORM FIND-PROJECTED-POSITION
23100              END-IF
23110              ADD MYSUM TO CAT-NET-POSITION
23120                  ON SIZE ERROR
23130                      DISPLAY 'MYFIRSTCBL: CATEGORY POSITION '
23140                          'OVERFLOW - CODE ' WS-XFR-LEG-CATEGORY
23150                      MOVE 'CATEGORY POSITION OVERFLOW' TO
23160                          WS-EDIT-ERROR-TEXT
23170                      PERFORM WRITE-REPORT-ERROR
23180                      IF RETURN-CODE < 16
23190                          MOVE 16 TO RETURN-CODE
23200                      END-IF
23210              END-ADD
23220              MOVE FUNCTION CURRENT-DATE (1:8) TO
23230                  CAT-LAST-POST-DATE
23240              IF WS-SIMULATION
23250                  PERFORM STORE-PROJECTED-POSITION
23260              ELSE
23270                  REWRITE CAT-RECORD
23280              END-IF
23290      END-READ.
23300
23310  WRITE-TRANSFER-AUDIT.
23320      MOVE SPACES TO AUDIT-RECORD.
23330      MOVE 'MYCOBJOB' TO AUD-JOB-NAME.
23340      MOVE PARM-RUN-ID TO AUD-RUN-ID.
23350      MOVE FUNCTION CURRENT-DATE (1:8) TO AUD-RUN-DATE.
23360      MOVE FUNCTION CURRENT-DATE (9:6) TO AUD-RUN-TIME.
23370      MOVE 0 TO AUD-RANGE-FROM.
23380      MOVE 0 TO AUD-RANGE-TO.
23390      MOVE MYSUM TO AUD-FINAL-TOTAL.
23400      MOVE 0 TO AUD-ITERATIONS.
23410      MOVE WS-XFR-LEG-TYPE TO AUD-ENTRY-TYPE.
23420      MOVE SPACES TO AUD-REVERSAL-OF-RUN-ID.
23430      MOVE WS-XFR-LEG-CATEGORY TO AUD-CATEGORY-CODE.
23440      IF NOT WS-SIMULATION
23450          WRITE AUDIT-RECORD
23460      END-IF.
23470      PERFORM WRITE-EXTRACT-DETAIL.
23480
23490  WRITE-TRANSFER-GDG.
23500      MOVE PARM-RUN-ID TO GDG-RUN-ID.
23510      MOVE FUNCTION CURRENT-DATE (1:8) TO GDG-RUN-DATE.
23520      MOVE 0 TO GDG-RANGE-FROM.
23530      MOVE 0 TO GDG-RANGE-TO.
23540      MOVE MYSUM TO GDG-FINAL-TOTAL.
23550      MOVE WS-XFR-LEG-TYPE TO GDG-ENTRY-TYPE.
23560      MOVE SPACES TO GDG-REVERSAL-OF-RUN-ID.
23570      MOVE WS-XFR-LEG-CATEGORY TO GDG-CATEGORY-CODE.
23580      IF NOT WS-SIMULATION
23590          WRITE GDG-RECORD
23600      END-IF.
23610
23620  WRITE-TRANSFER-HISTORY.
23630      MOVE SPACES TO HIST-RECORD.
23640      MOVE PARM-RUN-ID TO HIST-RUN-ID.
23650      MOVE FUNCTION CURRENT-DATE (1:8) TO HIST-POST-DATE.
23660      MOVE FUNCTION CURRENT-DATE (9:6) TO HIST-POST-TIME.
23670      MOVE 0 TO HIST-POST-SEQ.
23680      MOVE 'MYCOBJOB' TO HIST-JOB-NAME.
23690      MOVE 0 TO HIST-RANGE-FROM.
23700      MOVE 0 TO HIST-RANGE-TO.
23710      MOVE MYSUM TO HIST-FINAL-TOTAL.
23720      MOVE 0 TO HIST-ITERATIONS.
23730      MOVE WS-XFR-LEG-TYPE TO HIST-ENTRY-TYPE.
23740      MOVE SPACES TO HIST-REVERSAL-OF-RUN-ID.
23750      MOVE WS-XFR-LEG-CATEGORY TO HIST-CATEGORY-CODE.
23760      SET WS-HIST-WRITTEN-SW TO 'N'.
23770      PERFORM TRY-HISTORY-WRITE UNTIL WS-HIST-WRITTEN
23780          OR HIST-POST-SEQ > 98.
23790      IF NOT WS-HIST-WRITTEN
23800          DISPLAY 'MYFIRSTCBL: HISTORY WRITE FAILED - RUN '
23810              HIST-RUN-ID
23820          MOVE 'HISTORY WRITE FAILED' TO WS-EDIT-ERROR-TEXT
23830          PERFORM WRITE-REPORT-ERROR
23840          IF RETURN-CODE < 16
23850              MOVE 16 TO RETURN-CODE
23860          END-IF
23870      ELSE
23880          IF NOT WS-SIMULATION
23890              PERFORM PUBLISH-POSTING-EVENT
23900          END-IF
23910      END-IF.
23920
23930 *****************************************************************
23940 * AN ALLOCATION IS A TRANSFER WITH MANY TARGETS AND FOLLOWS THE  *
23950 * SAME CHECKPOINT PROTOCOL. THE SOURCE AND EVERY TARGET ARE      *
23960 * RE-READ BEFORE ANY LEG MOVES. EACH TARGET'S SHARE IS THE       *
23970 * AMOUNT TIMES ITS PERCENTAGE, TRUNCATED TO THE WHOLE UNIT; WHAT *
23980 * TRUNCATION LEAVES OVER GOES TO THE RULE'S REMAINDER TARGET, SO *
23990 * THE 'T' LEGS ALWAYS ADD BACK TO THE 'F' LEG EXACTLY.          *
24000 *****************************************************************
24010  PROCESS-ALLOCATION.
24020      SET WS-CKPT-FOUND-SW TO 'N'.
24030      IF WS-RESTART-REQUESTED
24040          PERFORM READ-CHECKPOINT
24050      END-IF.
24060      IF WS-CKPT-ALREADY-DONE
24070          PERFORM WRITE-RUN-ALREADY-DONE
24080      ELSE
24090          IF NOT WS-CKPT-FOUND
24100              MOVE 0 TO CNT
24110              MOVE 0 TO MYSUM
24120              PERFORM TAKE-CHECKPOINT
24130          END-IF
24140          PERFORM VERIFY-ALLOCATION-CATEGORIES
24150          IF WS-XFR-OK
24160              PERFORM COMPUTE-ALLOCATION-LEGS
24170              PERFORM WRITE-REPORT-HEADING
24180              MOVE PARM-CATEGORY-CODE TO WS-XFR-LEG-CATEGORY
24190              MOVE 'F' TO WS-XFR-LEG-TYPE
24200              COMPUTE MYSUM = 0 - PARM-TRANSFER-AMOUNT
24210              PERFORM POST-TRANSFER-LEG
24220              PERFORM POST-ALLOCATION-LEG
24230                  VARYING WS-ALOC-SUB FROM 1 BY 1
24240                  UNTIL WS-ALOC-SUB > WS-ALOC-LEG-COUNT
24250              PERFORM WRITE-TRANSFER-INQUIRY
24260              PERFORM MARK-CHECKPOINT-COMPLETE
24270          END-IF
24280      END-IF.
24290
24300  VERIFY-ALLOCATION-CATEGORIES.
24310      SET WS-XFR-OK-SW TO 'Y'.
24320      MOVE PARM-CATEGORY-CODE TO CAT-CODE.
24330      READ CATFILE
24340          INVALID KEY
24350              SET WS-XFR-BAD TO TRUE
24360      END-READ.
24370      PERFORM VERIFY-ALLOCATION-TARGET
24380          VARYING WS-ALOC-SUB FROM 1 BY 1
24390          UNTIL WS-ALOC-SUB > WS-ALOC-LEG-COUNT
24400          OR WS-XFR-BAD.
24410      IF WS-XFR-BAD
24420          MOVE 'CATEGORY DROPPED FROM MASTER - NOT POSTED' TO
24430              WS-EDIT-ERROR-TEXT
24440          DISPLAY 'MYFIRSTCBL: ' WS-EDIT-ERROR-TEXT
24450              ' - CODE ' CAT-CODE
24460          PERFORM WRITE-REPORT-ERROR
24470          IF RETURN-CODE < 16
24480              MOVE 16 TO RETURN-CODE
24490          END-IF
24500      END-IF.
24510
24520  VERIFY-ALLOCATION-TARGET.
24530      MOVE WS-ALOC-LEG-CATEGORY (WS-ALOC-SUB) TO CAT-CODE.
24540      READ CATFILE
24550          INVALID KEY
24560              SET WS-XFR-BAD TO TRUE
24570      END-READ.
24580
24590  COMPUTE-ALLOCATION-LEGS.
24600      MOVE 0 TO WS-ALOC-ALLOCATED.
24610      PERFORM COMPUTE-ONE-ALLOCATION-LEG
24620          VARYING WS-ALOC-SUB FROM 1 BY 1
24630          UNTIL WS-ALOC-SUB > WS-ALOC-LEG-COUNT.
24640      COMPUTE WS-ALOC-REMAINDER =
24650          PARM-TRANSFER-AMOUNT - WS-ALOC-ALLOCATED.
24660      ADD WS-ALOC-REMAINDER TO
24670          WS-ALOC-LEG-AMOUNT (WS-ALOC-REM-SUB).
24680      IF WS-ALOC-REMAINDER NOT = 0
24690          DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID
24700              ' - ALLOCATION REMAINDER ' WS-ALOC-REMAINDER
24710              ' TO CAT ' WS-ALOC-LEG-CATEGORY (WS-ALOC-REM-SUB)
24720      END-IF.
24730
24740  COMPUTE-ONE-ALLOCATION-LEG.
24750      COMPUTE WS-ALOC-LEG-AMOUNT (WS-ALOC-SUB) =
24760          PARM-TRANSFER-AMOUNT * WS-ALOC-LEG-PERCENT (WS-ALOC-SUB)
24770          / 100.
24780      ADD WS-ALOC-LEG-AMOUNT (WS-ALOC-SUB) TO WS-ALOC-ALLOCATED.
24790
24800  POST-ALLOCATION-LEG.
24810      MOVE WS-ALOC-LEG-CATEGORY (WS-ALOC-SUB) TO
24820          WS-XFR-LEG-CATEGORY.
24830      MOVE 'T' TO WS-XFR-LEG-TYPE.
24840      MOVE WS-ALOC-LEG-AMOUNT (WS-ALOC-SUB) TO MYSUM.
24850      PERFORM POST-TRANSFER-LEG.
24860
24870 *****************************************************************
24880 * ONE INQUIRY RECORD PER TRANSFER RUN: THE ONLINE VIEW SHOWS     *
24890 * THE RUN'S NET MOVEMENT, ZERO FOR A BALANCED TRANSFER, UNDER   *
24900 * ENTRY TYPE 'T'. THE RECON STEP KNOWS TO EXPECT ZERO HERE FOR  *
24910 * TRANSFER LEGS. AN ALLOCATION HAS NO SINGLE TARGET, SO ITS     *
24920 * INQUIRY RECORD IS FILED UNDER THE SOURCE CATEGORY.            *
24930 *****************************************************************
24940  WRITE-TRANSFER-INQUIRY.
24950      MOVE SPACES TO INQ-RECORD.
24960      MOVE 'MYCOBJOB' TO INQ-JOB-NAME.
24970      MOVE PARM-RUN-ID TO INQ-RUN-ID.
24980      MOVE FUNCTION CURRENT-DATE (1:8) TO INQ-RUN-DATE.
24990      MOVE FUNCTION CURRENT-DATE (9:6) TO INQ-RUN-TIME.
25000      MOVE 0 TO INQ-RANGE-FROM.
25010      MOVE 0 TO INQ-RANGE-TO.
25020      MOVE 0 TO INQ-FINAL-TOTAL.
25030      MOVE 0 TO INQ-ITERATIONS.
25040      SET INQ-ENTRY-XFR-TO TO TRUE.
25050      MOVE SPACES TO INQ-REVERSAL-OF-RUN-ID.
25060      IF PARM-MODE-ALLOCATE
25070          MOVE PARM-CATEGORY-CODE TO INQ-CATEGORY-CODE
25080      ELSE
25090          MOVE PARM-TARGET-CATEGORY TO INQ-CATEGORY-CODE
25100      END-IF.
25110      IF NOT WS-SIMULATION
25120          WRITE INQ-RECORD
25130              INVALID KEY
25140                  REWRITE INQ-RECORD
25150          END-WRITE
25160      END-IF.
25170
25180 *****************************************************************
25190 * TRANSFER-SPECIFIC EDITS, RUN AFTER THE SOURCE CATEGORY HAS     *
25200 * PASSED THE ORDINARY CATEGORY EDIT: THE AMOUNT MUST BE NUMERIC  *
25210 * AND POSITIVE (DIRECTION IS ALWAYS SOURCE TO TARGET), AND THE   *
25220 * TARGET MUST BE A DIFFERENT, ACTIVE CATEGORY ON THE MASTER.    *
25230 *****************************************************************
25240  EDIT-TRANSFER-PARAMETER.
25250      IF PARM-TRANSFER-AMOUNT IS NOT NUMERIC
25260          SET WS-RANGE-BAD TO TRUE
25270          MOVE 'TRANSFER AMOUNT NOT NUMERIC' TO
25280              WS-EDIT-ERROR-TEXT
25290      ELSE
25300          IF PARM-TRANSFER-AMOUNT NOT > 0
25310              SET WS-RANGE-BAD TO TRUE
25320              MOVE 'TRANSFER AMOUNT MUST BE POSITIVE' TO
25330                  WS-EDIT-ERROR-TEXT
25340          END-IF
25350      END-IF.
25360      IF WS-RANGE-OK
25370          IF PARM-TARGET-CATEGORY = SPACES
25380              SET WS-RANGE-BAD TO TRUE
25390              MOVE 'TRANSFER TARGET CATEGORY REQUIRED' TO
25400                  WS-EDIT-ERROR-TEXT
25410          ELSE
25420              IF PARM-TARGET-CATEGORY = PARM-CATEGORY-CODE
25430                  SET WS-RANGE-BAD TO TRUE
25440                  MOVE 'TRANSFER TARGET SAME AS SOURCE' TO
25450                      WS-EDIT-ERROR-TEXT
25460              END-IF
25470          END-IF
25480      END-IF.
25490      IF WS-RANGE-OK
25500          MOVE PARM-TARGET-CATEGORY TO CAT-CODE
25510          READ CATFILE
25520              INVALID KEY
25530                  SET WS-RANGE-BAD TO TRUE
25540                  MOVE 'TARGET CATEGORY NOT ON CATEGORY MASTER'
25550                      TO WS-EDIT-ERROR-TEXT
25560              NOT INVALID KEY
25570                  IF CAT-INACTIVE
25580                      SET WS-RANGE-BAD TO TRUE
25590                      MOVE 'TARGET CATEGORY INACTIVE ON MASTER'
25600                          TO WS-EDIT-ERROR-TEXT
25610                  END-IF
25620          END-READ
25630      END-IF.
25640
25650 *****************************************************************
25660 * ALLOCATION-SPECIFIC EDITS, RUN AFTER THE SOURCE CATEGORY HAS   *
25670 * PASSED THE ORDINARY CATEGORY EDIT. THE VERSION OF THE RULE IN  *
25680 * EFFECT ON THE RUN DATE MUST EXIST, MUST NAME THIS SOURCE, AND  *
25690 * ITS TARGETS MUST BE DISTINCT, ACTIVE, NOT THE SOURCE, AND      *
25700 * TOTAL EXACTLY 100.00 PERCENT WITH THE REMAINDER TARGET AMONG   *
25710 * THEM - OTHERWISE THE RUN IS REJECTED BEFORE ANYTHING POSTS.   *
25720 * THE ACCEPTED TARGETS ARE LEFT IN WS-ALOC-LEG-TABLE.           *
25730 *****************************************************************
25740  EDIT-ALLOCATION-PARAMETER.
25750      IF PARM-TRANSFER-AMOUNT IS NOT NUMERIC
25760          SET WS-RANGE-BAD TO TRUE
25770          MOVE 'ALLOCATION AMOUNT NOT NUMERIC' TO
25780              WS-EDIT-ERROR-TEXT
25790      ELSE
25800          IF PARM-TRANSFER-AMOUNT NOT > 0
25810              SET WS-RANGE-BAD TO TRUE
25820              MOVE 'ALLOCATION AMOUNT MUST BE POSITIVE' TO
25830                  WS-EDIT-ERROR-TEXT
25840          END-IF
25850      END-IF.
25860      IF WS-RANGE-OK
25870          IF PARM-ALLOC-RULE-ID = SPACES
25880              SET WS-RANGE-BAD TO TRUE
25890              MOVE 'ALLOCATION RULE ID REQUIRED' TO
25900                  WS-EDIT-ERROR-TEXT
25910          ELSE
25920              IF NOT WS-ALOC-OPEN
25930                  SET WS-RANGE-BAD TO TRUE
25940                  MOVE 'ALLOCATION RULE FILE UNAVAILABLE' TO
25950                      WS-EDIT-ERROR-TEXT
25960              END-IF
25970          END-IF
25980      END-IF.
25990      IF WS-RANGE-OK
26000          PERFORM SELECT-ALLOCATION-RULE
26010          IF NOT WS-ALOC-FOUND
26020              SET WS-RANGE-BAD TO TRUE
26030              MOVE SPACES TO WS-EDIT-ERROR-TEXT
26040              STRING 'NO ALLOCATION RULE ' PARM-ALLOC-RULE-ID
26050                  ' EFFECTIVE ' WS-RUN-DATE
26060                  DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
26070          END-IF
26080      END-IF.
26090      IF WS-RANGE-OK
26100          IF ALOC-SOURCE-CATEGORY NOT = PARM-CATEGORY-CODE
26110              SET WS-RANGE-BAD TO TRUE
26120              MOVE SPACES TO WS-EDIT-ERROR-TEXT
26130              STRING 'ALLOCATION SOURCE NOT RULE SOURCE '
26140                  ALOC-SOURCE-CATEGORY
26150                  DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
26160          ELSE
26170              IF ALOC-TARGET-COUNT IS NOT NUMERIC
26180                  OR ALOC-TARGET-COUNT = 0
26190                  OR ALOC-TARGET-COUNT > WS-MAX-ALOC-LEGS
26200                  SET WS-RANGE-BAD TO TRUE
26210                  MOVE 'ALLOCATION RULE TARGET COUNT INVALID' TO
26220                      WS-EDIT-ERROR-TEXT
26230              END-IF
26240          END-IF
26250      END-IF.
26260      IF WS-RANGE-OK
26270          MOVE 0 TO WS-ALOC-LEG-COUNT
26280          MOVE 0 TO WS-ALOC-REM-SUB
26290          MOVE 0 TO WS-ALOC-PCT-TOTAL
26300          PERFORM EDIT-ALLOCATION-TARGET
26310              VARYING WS-ALOC-SUB FROM 1 BY 1
26320              UNTIL WS-ALOC-SUB > ALOC-TARGET-COUNT
26330              OR WS-RANGE-BAD
26340      END-IF.
26350      IF WS-RANGE-OK
26360          IF WS-ALOC-REM-SUB = 0
26370              SET WS-RANGE-BAD TO TRUE
26380              MOVE 'ALLOCATION REMAINDER CATEGORY NOT A TARGET' TO
26390                  WS-EDIT-ERROR-TEXT
26400          ELSE
26410              IF WS-ALOC-PCT-TOTAL NOT = 100
26420                  SET WS-RANGE-BAD TO TRUE
26430                  MOVE WS-ALOC-PCT-TOTAL TO WS-ALOC-PCT-EDIT
26440                  MOVE SPACES TO WS-EDIT-ERROR-TEXT
26450                  STRING 'ALLOCATION PERCENTAGES TOTAL '
26460                      WS-ALOC-PCT-EDIT ' NOT 100'
26470                      DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
26480              END-IF
26490          END-IF
26500      END-IF.
26510
26520 *****************************************************************
26530 * RULE VERSIONS ARE KEYED RULE ID + EFFECTIVE DATE, SO THE       *
26540 * VERSIONS OF ONE RULE READ IN DATE ORDER: THE LAST ONE NOT      *
26550 * AFTER THE RUN DATE IS THE ONE IN EFFECT.                      *
26560 *****************************************************************
26570  SELECT-ALLOCATION-RULE.
26580      SET WS-ALOC-FOUND-SW TO 'N'.
26590      SET WS-ALOC-EOF-SW TO 'N'.
26600      MOVE PARM-ALLOC-RULE-ID TO ALOC-RULE-ID.
26610      MOVE LOW-VALUES TO ALOC-EFF-DATE.
26620      START ALOCFILE KEY NOT < ALOC-KEY
26630          INVALID KEY
26640              SET WS-ALOC-EOF TO TRUE
26650      END-START.
26660      PERFORM READ-ALLOCATION-VERSION UNTIL WS-ALOC-EOF.
26670      IF WS-ALOC-FOUND
26680          MOVE WS-ALOC-SELECTED TO ALOC-RECORD
26690      END-IF.
26700
26710  READ-ALLOCATION-VERSION.
26720      READ ALOCFILE NEXT RECORD
26730          AT END
26740              SET WS-ALOC-EOF TO TRUE
26750          NOT AT END
26760              IF ALOC-RULE-ID NOT = PARM-ALLOC-RULE-ID
26770                  OR ALOC-EFF-DATE > WS-RUN-DATE
26780                  SET WS-ALOC-EOF TO TRUE
26790              ELSE
26800                  MOVE ALOC-RECORD TO WS-ALOC-SELECTED
26810                  SET WS-ALOC-FOUND TO TRUE
26820              END-IF
26830      END-READ.
26840
26850  EDIT-ALLOCATION-TARGET.
26860      IF ALOC-TGT-PERCENT (WS-ALOC-SUB) IS NOT NUMERIC
26870          OR ALOC-TGT-PERCENT (WS-ALOC-SUB) = 0
26880          SET WS-RANGE-BAD TO TRUE
26890          MOVE SPACES TO WS-EDIT-ERROR-TEXT
26900          STRING 'ALLOCATION PERCENT INVALID FOR TARGET '
26910              ALOC-TGT-CATEGORY (WS-ALOC-SUB)
26920              DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
26930      ELSE
26940          IF ALOC-TGT-CATEGORY (WS-ALOC-SUB) = PARM-CATEGORY-CODE
26950              SET WS-RANGE-BAD TO TRUE
26960              MOVE 'ALLOCATION TARGET SAME AS SOURCE' TO
26970                  WS-EDIT-ERROR-TEXT
26980          END-IF
26990      END-IF.
27000      IF WS-RANGE-OK
27010          MOVE 0 TO WS-ALOC-HIT
27020          PERFORM VARYING WS-ALOC-SUB2 FROM 1 BY 1
27030              UNTIL WS-ALOC-SUB2 > WS-ALOC-LEG-COUNT
27040              IF WS-ALOC-LEG-CATEGORY (WS-ALOC-SUB2) =
27050                  ALOC-TGT-CATEGORY (WS-ALOC-SUB)
27060                  MOVE WS-ALOC-SUB2 TO WS-ALOC-HIT
27070              END-IF
27080          END-PERFORM
27090          IF WS-ALOC-HIT > 0
27100              SET WS-RANGE-BAD TO TRUE
27110              MOVE SPACES TO WS-EDIT-ERROR-TEXT
27120              STRING 'ALLOCATION TARGET '
27130                  ALOC-TGT-CATEGORY (WS-ALOC-SUB)
27140                  ' NAMED TWICE IN RULE'
27150                  DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
27160          END-IF
27170      END-IF.
27180      IF WS-RANGE-OK
27190          MOVE ALOC-TGT-CATEGORY (WS-ALOC-SUB) TO CAT-CODE
27200          READ CATFILE
27210              INVALID KEY
27220                  SET WS-RANGE-BAD TO TRUE
27230              NOT INVALID KEY
27240                  IF CAT-INACTIVE
27250                      SET WS-RANGE-BAD TO TRUE
27260                  END-IF
27270          END-READ
27280          IF WS-RANGE-BAD
27290              MOVE SPACES TO WS-EDIT-ERROR-TEXT
27300              STRING 'ALLOCATION TARGET ' CAT-CODE
27310                  ' NOT ACTIVE ON CATEGORY MASTER'
27320                  DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
27330          END-IF
27340      END-IF.
27350      IF WS-RANGE-OK
27360          ADD 1 TO WS-ALOC-LEG-COUNT
27370          MOVE ALOC-TGT-CATEGORY (WS-ALOC-SUB) TO
27380              WS-ALOC-LEG-CATEGORY (WS-ALOC-LEG-COUNT)
27390          MOVE ALOC-TGT-PERCENT (WS-ALOC-SUB) TO
27400              WS-ALOC-LEG-PERCENT (WS-ALOC-LEG-COUNT)
27410          MOVE 0 TO WS-ALOC-LEG-AMOUNT (WS-ALOC-LEG-COUNT)
27420          ADD ALOC-TGT-PERCENT (WS-ALOC-SUB) TO WS-ALOC-PCT-TOTAL
27430          IF ALOC-TGT-CATEGORY (WS-ALOC-SUB) =
27440              ALOC-REMAINDER-CATEGORY
27450              MOVE WS-ALOC-LEG-COUNT TO WS-ALOC-REM-SUB
27460          END-IF
27470      END-IF.
27480
27490  EDIT-PARAMETER.
27500      SET WS-RANGE-OK TO TRUE.
27510      IF WS-PERIOD-CLOSED
27520          AND NOT WS-OVERRIDE-REQUESTED
27530          SET WS-RANGE-BAD TO TRUE
27540          MOVE SPACES TO WS-EDIT-ERROR-TEXT
27550          STRING 'RUN DATE IN CLOSED PERIOD '
27560              WS-RUN-DATE (1:6) ' - OVERRIDE REQUIRED'
27570              DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
27580      END-IF.
27590      IF WS-RANGE-OK
27600          AND NOT PARM-MODE-NORMAL
27610          AND NOT PARM-MODE-REVERSE
27620          AND NOT PARM-MODE-DETAIL
27630          AND NOT PARM-MODE-PARTIAL
27640          AND NOT PARM-MODE-TRANSFER
27650          AND NOT PARM-MODE-ALLOCATE
27660          SET WS-RANGE-BAD TO TRUE
27670          MOVE 'PARM MODE NOT N, R, D, P, T OR A' TO
27680              WS-EDIT-ERROR-TEXT
27690      END-IF.
27700      IF WS-RANGE-OK
27710          IF PARM-RANGE-FROM IS NOT NUMERIC
27720              OR PARM-RANGE-TO IS NOT NUMERIC
27730              SET WS-RANGE-BAD TO TRUE
27740              MOVE 'RANGE VALUE NOT NUMERIC' TO
27750                  WS-EDIT-ERROR-TEXT
27760          ELSE
27770              IF PARM-RANGE-FROM > PARM-RANGE-TO
27780                  SET WS-RANGE-BAD TO TRUE
27790                  MOVE 'RANGE-FROM EXCEEDS RANGE-TO' TO
27800                      WS-EDIT-ERROR-TEXT
27810              ELSE
27820                  PERFORM SELECT-AUTHORIZED-LIMIT
27830                  IF PARM-RANGE-TO > WS-ACTIVE-LIMIT
27840                      SET WS-RANGE-BAD TO TRUE
27850                      MOVE SPACES TO WS-EDIT-ERROR-TEXT
27860                      STRING 'RANGE EXCEEDS LIMIT '
27870                          WS-ACTIVE-LIMIT
27880                          ' CAT ' WS-ACTIVE-LIM-CAT
27890                          ' EFF ' WS-ACTIVE-LIM-EFF
27900                          DELIMITED BY SIZE
27910                          INTO WS-EDIT-ERROR-TEXT
27920                  ELSE
27930                      IF PARM-MODE-REVERSE
27940                          AND PARM-REVERSAL-RUN-ID = SPACES
27950                          SET WS-RANGE-BAD TO TRUE
27960                          MOVE 'REVERSAL RUN ID REQUIRED' TO
27970                              WS-EDIT-ERROR-TEXT
27980                      END-IF
27990                  END-IF
28000              END-IF
28010          END-IF
28020      END-IF.
28030      IF WS-RANGE-OK
28040          AND NOT PARM-MODE-DETAIL
28050          AND NOT PARM-MODE-PARTIAL
28060          PERFORM EDIT-CATEGORY-CODE
28070      END-IF.
28080      IF WS-RANGE-OK
28090          AND PARM-MODE-TRANSFER
28100          PERFORM EDIT-TRANSFER-PARAMETER
28110      END-IF.
28120      IF WS-RANGE-OK
28130          AND PARM-MODE-ALLOCATE
28140          PERFORM EDIT-ALLOCATION-PARAMETER
28150      END-IF.
28160      IF WS-RANGE-OK
28170          AND (PARM-MODE-NORMAL OR PARM-MODE-PARTIAL)
28180          PERFORM EDIT-RANGE-OVERLAP
28190      END-IF.
28200      IF WS-RANGE-BAD
28210          DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID ' - '
28220              WS-EDIT-ERROR-TEXT
28230      END-IF.
28240
28250 *****************************************************************
28260 * EVERY PARAMETER RECORD, NORMAL OR REVERSAL, MUST NAME A        *
28270 * CATEGORY THAT IS ON THE CATFILE MASTER AND STILL ACTIVE - A    *
28280 * MISPUNCHED CODE NO LONGER OPENS A NEW BUCKET SILENTLY.        *
28290 *****************************************************************
28300  EDIT-CATEGORY-CODE.
28310      MOVE PARM-CATEGORY-CODE TO CAT-CODE.
28320      READ CATFILE
28330          INVALID KEY
28340              SET WS-RANGE-BAD TO TRUE
28350              MOVE 'CATEGORY NOT ON CATEGORY MASTER' TO
28360                  WS-EDIT-ERROR-TEXT
28370          NOT INVALID KEY
28380              IF CAT-INACTIVE
28390                  SET WS-RANGE-BAD TO TRUE
28400                  MOVE 'CATEGORY INACTIVE ON CATEGORY MASTER' TO
28410                      WS-EDIT-ERROR-TEXT
28420              END-IF
28430      END-READ.
28440
28450 *****************************************************************
28460 * A NORMAL RANGE (OR A SPLIT CHILD OF ONE) MAY NOT OVERLAP THE   *
28470 * RANGE OF ANY EARLIER NORMAL POSTING IN THE SAME CATEGORY THAT  *
28480 * HAS NOT SINCE BEEN REVERSED - THAT IS ALMOST ALWAYS THE SAME   *
28490 * WORK KEYED TWICE UNDER TWO RUN-IDS, WHICH THE CHECKPOINT'S     *
28500 * ALREADY-DONE TEST CANNOT CATCH. ONE PASS OVER THE CATEGORY'S   *
28510 * OWN EVENTS, THROUGH THE CATEGORY ALTERNATE INDEX ON HISTFILE,  *
28520 * TABLES EVERY TYPE-'N' POSTING WHOSE RANGE OVERLAPS (A DETAIL   *
28530 * RUN'S RUN-LEVEL EVENT CARRIES NO CATEGORY AND NEVER MATCHES;   *
28540 * THE RUN'S OWN EARLIER EVENTS ARE SKIPPED SO A RESTART IS NOT   *
28550 * BLOCKED BY ITSELF) AND MARKS REVERSED EVERY ONE A TYPE-'R'     *
28560 * EVENT REVERSED - A REVERSAL CARRIES THE CATEGORY AND RANGE OF  *
28570 * THE RUN IT REVERSED, AND MAY BE MET BEFORE THAT RUN, SO IT IS  *
28580 * TABLED TOO. ANY POSTING LEFT STANDING REJECTS THE PARAMETER    *
28590 * UNLESS IT WAS KEYED WITH THE OVERLAP OVERRIDE AND APPROVED     *
28600 * THROUGH MYFPAPP, IN WHICH CASE THE OVERLAP IS ONLY LOGGED.     *
28610 * MORE POSTINGS THAN THE TABLE HOLDS IS TREATED AS AN OVERLAP    *
28620 * RATHER THAN WAVED THROUGH.                                    *
28630 *****************************************************************
28640  EDIT-RANGE-OVERLAP.
28650      MOVE 0 TO WS-OVLP-COUNT.
28660      MOVE SPACES TO WS-OVLP-CONFLICT-RUN-ID.
28670      SET WS-OVLP-FULL-SW TO 'N'.
28680      SET WS-HIST-EOF-SW TO 'N'.
28690      MOVE PARM-CATEGORY-CODE TO HIST-CATEGORY-CODE.
28700      START HISTFILE KEY = HIST-CATEGORY-CODE
28710          INVALID KEY
28720              SET WS-HIST-EOF TO TRUE
28730      END-START.
28740      PERFORM COLLECT-OVERLAPPING-POSTING UNTIL WS-HIST-EOF.
28750      PERFORM VARYING WS-OVLP-SUB FROM 1 BY 1
28760              UNTIL WS-OVLP-SUB > WS-OVLP-COUNT
28770          IF NOT WS-OVLP-REVERSED (WS-OVLP-SUB)
28780              AND WS-OVLP-CONFLICT-RUN-ID = SPACES
28790              MOVE WS-OVLP-RUN-ID (WS-OVLP-SUB) TO
28800                  WS-OVLP-CONFLICT-RUN-ID
28810          END-IF
28820      END-PERFORM.
28830      IF WS-OVLP-CONFLICT-RUN-ID NOT = SPACES
28840          IF PARM-OVERLAP-OVERRIDDEN
28850              DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID
28860                  ' OVERLAPS UNREVERSED RUN '
28870                  WS-OVLP-CONFLICT-RUN-ID ' CAT '
28880                  PARM-CATEGORY-CODE ' - OVERRIDE ON ENTRY'
28890          ELSE
28900              SET WS-RANGE-BAD TO TRUE
28910              MOVE SPACES TO WS-EDIT-ERROR-TEXT
28920              STRING 'RANGE OVERLAPS RUN '
28930                  WS-OVLP-CONFLICT-RUN-ID
28940                  ' CAT ' PARM-CATEGORY-CODE
28950                  ' - OVERRIDE REQUIRED'
28960                  DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
28970          END-IF
28980      END-IF.
28990
29000  COLLECT-OVERLAPPING-POSTING.
29010      READ HISTFILE NEXT
29020          AT END
29030              SET WS-HIST-EOF TO TRUE
29040          NOT AT END
29050              IF HIST-CATEGORY-CODE NOT = PARM-CATEGORY-CODE
29060                  SET WS-HIST-EOF TO TRUE
29070              ELSE
29080                  IF HIST-RANGE-FROM IS NUMERIC
29090                      AND HIST-RANGE-TO IS NUMERIC
29100                      AND HIST-RANGE-FROM NOT > PARM-RANGE-TO
29110                      AND HIST-RANGE-TO NOT < PARM-RANGE-FROM
29120                      PERFORM TABLE-OVERLAPPING-POSTING
29130                  END-IF
29140              END-IF
29150      END-READ.
29160
29170  TABLE-OVERLAPPING-POSTING.
29180      EVALUATE TRUE
29190          WHEN HIST-ENTRY-NORMAL
29200              AND HIST-RUN-ID NOT = PARM-RUN-ID
29210              MOVE HIST-RUN-ID TO WS-OVLP-LOOKUP-RUN-ID
29220              PERFORM FIND-OVERLAP-ENTRY
29230          WHEN HIST-ENTRY-REVERSAL
29240              MOVE HIST-REVERSAL-OF-RUN-ID TO
29250                  WS-OVLP-LOOKUP-RUN-ID
29260              PERFORM FIND-OVERLAP-ENTRY
29270              IF WS-OVLP-HIT NOT = 0
29280                  SET WS-OVLP-REVERSED (WS-OVLP-HIT) TO TRUE
29290              END-IF
29300      END-EVALUATE.
29310
29320  FIND-OVERLAP-ENTRY.
29330      MOVE 0 TO WS-OVLP-HIT.
29340      PERFORM VARYING WS-OVLP-SUB FROM 1 BY 1
29350              UNTIL WS-OVLP-SUB > WS-OVLP-COUNT
29360          IF WS-OVLP-RUN-ID (WS-OVLP-SUB) = WS-OVLP-LOOKUP-RUN-ID
29370              MOVE WS-OVLP-SUB TO WS-OVLP-HIT
29380          END-IF
29390      END-PERFORM.
29400      IF WS-OVLP-HIT = 0
29410          IF WS-OVLP-COUNT < WS-MAX-OVLP-ENTRIES
29420              ADD 1 TO WS-OVLP-COUNT
29430              MOVE WS-OVLP-LOOKUP-RUN-ID TO
29440                  WS-OVLP-RUN-ID (WS-OVLP-COUNT)
29450              MOVE 'N' TO WS-OVLP-REVERSED-SW (WS-OVLP-COUNT)
29460              MOVE WS-OVLP-COUNT TO WS-OVLP-HIT
29470          ELSE
29480              IF NOT WS-OVLP-TABLE-FULL
29490                  SET WS-OVLP-TABLE-FULL TO TRUE
29500                  MOVE WS-OVLP-LOOKUP-RUN-ID TO
29510                      WS-OVLP-CONFLICT-RUN-ID
29520              END-IF
29530          END-IF
29540      END-IF.
29550
29560  WRITE-REPORT-HEADING.
29570      STRING FUNCTION CURRENT-DATE (1:4) '-'
29580          FUNCTION CURRENT-DATE (5:2) '-'
29590          FUNCTION CURRENT-DATE (7:2)
29600          DELIMITED BY SIZE INTO RPT-H1-RUN-DATE.
29610      WRITE RPT-HEADING-1.
29620      MOVE PARM-RUN-ID TO RPT-H2-RUN-ID.
29630      IF PARM-MODE-REVERSE
29640          MOVE WS-REV-RANGE-FROM TO RPT-H2-RANGE-FROM
29650          MOVE WS-REV-RANGE-TO TO RPT-H2-RANGE-TO
29660      ELSE
29670          MOVE PARM-RANGE-FROM TO RPT-H2-RANGE-FROM
29680          MOVE PARM-RANGE-TO TO RPT-H2-RANGE-TO
29690      END-IF.
29700      WRITE RPT-HEADING-2.
29710
29720  WRITE-REPORT-TOTAL.
29730      MOVE MYSUM TO RPT-TOT-VALUE.
29740      WRITE RPT-TOTAL-LINE.
29750
29760 *****************************************************************
29770 * THE RUN'S TOTAL ROLLS INTO THE CATEGORY'S PERSISTENT NET       *
29780 * POSITION ON THE CATFILE MASTER. THE CATEGORY WAS VALIDATED BY  *
29790 * EDIT-CATEGORY-CODE, SO A MISSING RECORD HERE MEANS THE MASTER  *
29800 * CHANGED MID-RUN AND THE POSTING IS REFUSED HARD.              *
29810 *****************************************************************
29820  POST-CATEGORY-TOTAL.
29830      IF PARM-MODE-REVERSE
29840          MOVE WS-REV-CATEGORY TO CAT-CODE
29850      ELSE
29860          MOVE PARM-CATEGORY-CODE TO CAT-CODE
29870      END-IF.
29880      READ CATFILE
29890          INVALID KEY
29900              MOVE 'CATEGORY DROPPED FROM MASTER - NOT POSTED' TO
29910                  WS-EDIT-ERROR-TEXT
29920              DISPLAY 'MYFIRSTCBL: ' WS-EDIT-ERROR-TEXT
29930                  ' - CODE ' CAT-CODE
29940              PERFORM WRITE-REPORT-ERROR
29950              IF RETURN-CODE < 16
29960                  MOVE 16 TO RETURN-CODE
29970              END-IF
29980          NOT INVALID KEY
29990              IF WS-SIMULATION
30000                  PERFORM FIND-PROJECTED-POSITION
30010              END-IF
30020              ADD MYSUM TO CAT-NET-POSITION
30030                  ON SIZE ERROR
30040                      DISPLAY 'MYFIRSTCBL: CATEGORY POSITION '
30050                          'OVERFLOW - CODE ' PARM-CATEGORY-CODE
30060                      MOVE 'CATEGORY POSITION OVERFLOW' TO
30070                          WS-EDIT-ERROR-TEXT
30080                      PERFORM WRITE-REPORT-ERROR
30090                      IF RETURN-CODE < 16
30100                          MOVE 16 TO RETURN-CODE
30110                      END-IF
30120              END-ADD
30130              MOVE FUNCTION CURRENT-DATE (1:8) TO
30140                  CAT-LAST-POST-DATE
30150              IF WS-SIMULATION
30160                  PERFORM STORE-PROJECTED-POSITION
30170              ELSE
30180                  REWRITE CAT-RECORD
30190              END-IF
30200      END-READ.
30210
30220 *****************************************************************
30230 * A SIMULATION NEVER REWRITES CATFILE, SO EACH CATEGORY'S        *
30240 * PROJECTED NET POSITION IS CARRIED HERE INSTEAD. THE MASTER     *
30250 * POSITION JUST READ IS REPLACED BY THE PROJECTION WHEN THE      *
30260 * CATEGORY HAS ALREADY BEEN POSTED TO EARLIER IN THE SIMULATION, *
30270 * AND THE NEW PROJECTION IS STORED BACK AFTER THE POSTING.      *
30280 *****************************************************************
30290  FIND-PROJECTED-POSITION.
30300      MOVE 0 TO WS-PROJ-HIT.
30310      PERFORM VARYING WS-PROJ-SUB FROM 1 BY 1
30320              UNTIL WS-PROJ-SUB > WS-PROJ-COUNT
30330          IF WS-PROJ-CAT (WS-PROJ-SUB) = CAT-CODE
30340              MOVE WS-PROJ-SUB TO WS-PROJ-HIT
30350          END-IF
30360      END-PERFORM.
30370      IF WS-PROJ-HIT > 0
30380          MOVE WS-PROJ-POSITION (WS-PROJ-HIT) TO CAT-NET-POSITION
30390      END-IF.
30400
30410  STORE-PROJECTED-POSITION.
30420      IF WS-PROJ-HIT > 0
30430          MOVE CAT-NET-POSITION TO WS-PROJ-POSITION (WS-PROJ-HIT)
30440      ELSE
30450          IF WS-PROJ-COUNT < WS-MAX-PROJ-ENTRIES
30460              ADD 1 TO WS-PROJ-COUNT
30470              MOVE CAT-CODE TO WS-PROJ-CAT (WS-PROJ-COUNT)
30480              MOVE CAT-NET-POSITION TO
30490                  WS-PROJ-POSITION (WS-PROJ-COUNT)
30500          ELSE
30510              MOVE 'PROJECTION TABLE FULL - POSITION NOT CARRIED'
30520                  TO WS-EDIT-ERROR-TEXT
30530              DISPLAY 'MYFIRSTCBL: ' WS-EDIT-ERROR-TEXT
30540                  ' - CODE ' CAT-CODE
30550              PERFORM WRITE-REPORT-ERROR
30560              IF RETURN-CODE < 16
30570                  MOVE 16 TO RETURN-CODE
30580              END-IF
30590          END-IF
30600      END-IF.
30610
30620  WRITE-REPORT-CATEGORIES.
30630      IF WS-SIMULATION
30640          WRITE RPT-SIMULATION-LINE
30650      END-IF.
30660      WRITE RPT-HEADING-3.
30670      SET WS-CATF-EOF-SW TO 'N'.
30680      MOVE LOW-VALUES TO CAT-CODE.
30690      START CATFILE KEY NOT < CAT-CODE
30700          INVALID KEY
30710              SET WS-CATF-EOF TO TRUE
30720      END-START.
30730      PERFORM WRITE-ONE-CATEGORY UNTIL WS-CATF-EOF.
30740
30750  WRITE-ONE-CATEGORY.
30760      READ CATFILE NEXT
30770          AT END
30780              SET WS-CATF-EOF TO TRUE
30790          NOT AT END
30800              IF WS-SIMULATION
30810                  PERFORM FIND-PROJECTED-POSITION
30820              END-IF
30830              MOVE CAT-CODE TO RPT-CAT-CODE
30840              MOVE CAT-DESCRIPTION TO RPT-CAT-DESC
30850              MOVE CAT-NET-POSITION TO RPT-CAT-TOTAL
30860              WRITE RPT-CATEGORY-LINE
30870              IF WS-SIMULATION
30880                  PERFORM CHECK-PROJECTED-THRESHOLD
30890              END-IF
30900      END-READ.
30910
30920 *****************************************************************
30930 * THE SAME TEST MYFCMON APPLIES TO THE MASTER, APPLIED TO THE    *
30940 * PROJECTED POSITION: BEYOND THE ERROR BOUND ENDS THE SIMULATION *
30950 * RC 8, BEYOND ONLY THE WARNING BOUND RC 4, EITHER WAY PRINTED   *
30960 * UNDER THE CATEGORY WITH THE BOUNDS THAT WOULD BE BROKEN.      *
30970 *****************************************************************
30980  CHECK-PROJECTED-THRESHOLD.
30990      PERFORM SELECT-ACTIVE-THRESHOLD.
31000      IF WS-THR-HIT > 0
31010          IF CAT-NET-POSITION < 0
31020              COMPUTE WS-ABS-POSITION = 0 - CAT-NET-POSITION
31030          ELSE
31040              MOVE CAT-NET-POSITION TO WS-ABS-POSITION
31050          END-IF
31060          IF WS-ABS-POSITION > WS-ACTIVE-ERROR
31070              MOVE '*ERR*' TO RPT-BRH-FLAG
31080              ADD 1 TO WS-PROJ-ERROR-COUNT
31090              PERFORM WRITE-REPORT-BREACH
31100              IF RETURN-CODE < 8
31110                  MOVE 8 TO RETURN-CODE
31120              END-IF
31130          ELSE
31140              IF WS-ABS-POSITION > WS-ACTIVE-WARN
31150                  MOVE '*WARN*' TO RPT-BRH-FLAG
31160                  ADD 1 TO WS-PROJ-WARN-COUNT
31170                  PERFORM WRITE-REPORT-BREACH
31180                  IF RETURN-CODE < 4
31190                      MOVE 4 TO RETURN-CODE
31200                  END-IF
31210              END-IF
31220          END-IF
31230      END-IF.
31240
31250  WRITE-REPORT-BREACH.
31260      MOVE WS-ACTIVE-WARN TO RPT-BRH-WARN.
31270      MOVE WS-ACTIVE-ERROR TO RPT-BRH-ERROR.
31280      WRITE RPT-BREACH-LINE.
31290
31300  WRITE-REPORT-ERROR.
31310      MOVE WS-EDIT-ERROR-TEXT TO RPT-ERR-TEXT.
31320      WRITE RPT-ERROR-LINE.
31330      ADD 1 TO WS-TOT-ERROR-COUNT.
31340
31350  WRITE-AUDIT-RECORD.
31360      MOVE 'MYCOBJOB' TO AUD-JOB-NAME.
31370      MOVE PARM-RUN-ID TO AUD-RUN-ID.
31380      MOVE FUNCTION CURRENT-DATE (1:8) TO AUD-RUN-DATE.
31390      MOVE FUNCTION CURRENT-DATE (9:6) TO AUD-RUN-TIME.
31400      MOVE MYSUM TO AUD-FINAL-TOTAL.
31410      MOVE PARM-CATEGORY-CODE TO AUD-CATEGORY-CODE.
31420      IF PARM-MODE-REVERSE
31430          MOVE WS-REV-CATEGORY TO AUD-CATEGORY-CODE
31440          MOVE WS-REV-RANGE-FROM TO AUD-RANGE-FROM
31450          MOVE WS-REV-RANGE-TO TO AUD-RANGE-TO
31460          MOVE WS-REV-ITERATIONS TO AUD-ITERATIONS
31470          SET AUD-ENTRY-REVERSAL TO TRUE
31480          MOVE PARM-REVERSAL-RUN-ID TO AUD-REVERSAL-OF-RUN-ID
31490      ELSE
31500          MOVE PARM-RANGE-FROM TO AUD-RANGE-FROM
31510          MOVE PARM-RANGE-TO TO AUD-RANGE-TO
31520          IF PARM-MODE-DETAIL
31530              MOVE CNT TO AUD-ITERATIONS
31540          ELSE
31550              COMPUTE AUD-ITERATIONS =
31560                  PARM-RANGE-TO - PARM-RANGE-FROM + 1
31570          END-IF
31580          SET AUD-ENTRY-NORMAL TO TRUE
31590          MOVE SPACES TO AUD-REVERSAL-OF-RUN-ID
31600      END-IF.
31610      IF NOT WS-SIMULATION
31620          WRITE AUDIT-RECORD
31630      END-IF.
31640      PERFORM WRITE-EXTRACT-DETAIL.
31650
31660  WRITE-GDG-RECORD.
31670      MOVE PARM-RUN-ID TO GDG-RUN-ID.
31680      MOVE FUNCTION CURRENT-DATE (1:8) TO GDG-RUN-DATE.
31690      MOVE MYSUM TO GDG-FINAL-TOTAL.
31700      MOVE PARM-CATEGORY-CODE TO GDG-CATEGORY-CODE.
31710      IF PARM-MODE-REVERSE
31720          MOVE WS-REV-CATEGORY TO GDG-CATEGORY-CODE
31730          MOVE WS-REV-RANGE-FROM TO GDG-RANGE-FROM
31740          MOVE WS-REV-RANGE-TO TO GDG-RANGE-TO
31750          SET GDG-ENTRY-REVERSAL TO TRUE
31760          MOVE PARM-REVERSAL-RUN-ID TO GDG-REVERSAL-OF-RUN-ID
31770      ELSE
31780          MOVE PARM-RANGE-FROM TO GDG-RANGE-FROM
31790          MOVE PARM-RANGE-TO TO GDG-RANGE-TO
31800          SET GDG-ENTRY-NORMAL TO TRUE
31810          MOVE SPACES TO GDG-REVERSAL-OF-RUN-ID
31820      END-IF.
31830      IF NOT WS-SIMULATION
31840          WRITE GDG-RECORD
31850      END-IF.
31860
31870  WRITE-INQUIRY-RECORD.
31880      MOVE PARM-RUN-ID TO INQ-RUN-ID.
31890      MOVE FUNCTION CURRENT-DATE (1:8) TO INQ-RUN-DATE.
31900      MOVE FUNCTION CURRENT-DATE (9:6) TO INQ-RUN-TIME.
31910      MOVE MYSUM TO INQ-FINAL-TOTAL.
31920      MOVE PARM-CATEGORY-CODE TO INQ-CATEGORY-CODE.
31930      IF PARM-MODE-REVERSE
31940          MOVE WS-REV-CATEGORY TO INQ-CATEGORY-CODE
31950          MOVE WS-REV-RANGE-FROM TO INQ-RANGE-FROM
31960          MOVE WS-REV-RANGE-TO TO INQ-RANGE-TO
31970          MOVE WS-REV-ITERATIONS TO INQ-ITERATIONS
31980          SET INQ-ENTRY-REVERSAL TO TRUE
31990          MOVE PARM-REVERSAL-RUN-ID TO INQ-REVERSAL-OF-RUN-ID
32000      ELSE
32010          MOVE PARM-RANGE-FROM TO INQ-RANGE-FROM
32020          MOVE PARM-RANGE-TO TO INQ-RANGE-TO
32030          IF PARM-MODE-DETAIL
32040              MOVE CNT TO INQ-ITERATIONS
32050          ELSE
32060              COMPUTE INQ-ITERATIONS =
32070                  PARM-RANGE-TO - PARM-RANGE-FROM + 1
32080          END-IF
32090          SET INQ-ENTRY-NORMAL TO TRUE
32100          MOVE SPACES TO INQ-REVERSAL-OF-RUN-ID
32110      END-IF.
32120      IF NOT WS-SIMULATION
32130          WRITE INQ-RECORD
32140              INVALID KEY
32150                  REWRITE INQ-RECORD
32160          END-WRITE
32170      END-IF.
32180      PERFORM WRITE-HISTORY-RECORD.
32190
32200 *****************************************************************
32210 * EVERY POSTING EVENT ALSO GOES TO THE HISTFILE KSDS, KEYED BY   *
32220 * RUN-ID PLUS POSTING DATE/TIME PLUS A TIE-BREAK SEQUENCE, SO    *
32230 * THE CHAIN OF POSTINGS - INCLUDING THE PRE-REVERSAL VALUES THE  *
32240 * INQFILE REWRITE DESTROYS - STAYS QUERYABLE (SEE MYFHIST).     *
32250 *****************************************************************
32260  WRITE-HISTORY-RECORD.
32270      MOVE SPACES TO HIST-RECORD.
32280      MOVE INQ-RUN-ID TO HIST-RUN-ID.
32290      MOVE INQ-RUN-DATE TO HIST-POST-DATE.
32300      MOVE INQ-RUN-TIME TO HIST-POST-TIME.
32310      MOVE 0 TO HIST-POST-SEQ.
32320      MOVE INQ-JOB-NAME TO HIST-JOB-NAME.
32330      MOVE INQ-RANGE-FROM TO HIST-RANGE-FROM.
32340      MOVE INQ-RANGE-TO TO HIST-RANGE-TO.
32350      MOVE INQ-FINAL-TOTAL TO HIST-FINAL-TOTAL.
32360      MOVE INQ-ITERATIONS TO HIST-ITERATIONS.
32370      MOVE INQ-ENTRY-TYPE TO HIST-ENTRY-TYPE.
32380      MOVE INQ-REVERSAL-OF-RUN-ID TO HIST-REVERSAL-OF-RUN-ID.
32390      MOVE INQ-CATEGORY-CODE TO HIST-CATEGORY-CODE.
32400      SET WS-HIST-WRITTEN-SW TO 'N'.
32410      PERFORM TRY-HISTORY-WRITE UNTIL WS-HIST-WRITTEN
32420          OR HIST-POST-SEQ > 98.
32430      IF NOT WS-HIST-WRITTEN
32440          DISPLAY 'MYFIRSTCBL: HISTORY WRITE FAILED - RUN '
32450              HIST-RUN-ID
32460          MOVE 'HISTORY WRITE FAILED' TO WS-EDIT-ERROR-TEXT
32470          PERFORM WRITE-REPORT-ERROR
32480          IF RETURN-CODE < 16
32490              MOVE 16 TO RETURN-CODE
32500          END-IF
32510      ELSE
32520          IF NOT WS-SIMULATION
32530              PERFORM PUBLISH-POSTING-EVENT
32540          END-IF
32550      END-IF.
32560
32570  TRY-HISTORY-WRITE.
32580      IF WS-SIMULATION
32590          SET WS-HIST-WRITTEN-SW TO 'Y'
32600      ELSE
32610          WRITE HIST-RECORD
32620              INVALID KEY
32630                  ADD 1 TO HIST-POST-SEQ
32640              NOT INVALID KEY
32650                  SET WS-HIST-WRITTEN-SW TO 'Y'
32660          END-WRITE
32670      END-IF.
32680
32690 *****************************************************************
32700 * POSTING EVENT PUBLISHING (SEE PUBREC): EVERY EVENT WRITTEN TO  *
32710 * HISTFILE IS ALSO PUT TO THE POSTING EVENT QUEUE NAMED ON THE   *
32720 * PUBCTL CONTROL RECORD, UNDER THE NEXT SEQUENCE NUMBER FROM     *
32730 * THAT RECORD. WHEN THE QUEUE MANAGER OR THE QUEUE CANNOT BE     *
32740 * REACHED, OR A PUT FAILS, THAT MESSAGE AND EVERY LATER ONE OF   *
32750 * THE RUN - SO THE ORDER HOLDS - IS WRITTEN TO THE PUBHOLD RETRY *
32760 * FILE INSTEAD AND THE RUN CARRIES ON. MESSAGES ALREADY HELD GO  *
32770 * OUT, OLDEST FIRST, AHEAD OF THE FIRST NEW EVENT OF THE NEXT    *
32780 * RUN THAT REACHES THE QUEUE, AND EACH LEAVES PUBHOLD ONLY AFTER *
32790 * ITS PUT HAS SUCCEEDED. NO MESSAGE IS EVER DROPPED: FAILING TO  *
32800 * HOLD ONE ENDS THE STEP RC 16, AND A SENT MESSAGE THAT COULD    *
32810 * NOT BE DELETED IS SENT AGAIN UNDER THE SAME SEQUENCE.         *
32820 *****************************************************************
32830  OPEN-PUBLISHER.
32840      OPEN I-O PUBCTL.
32850      IF WS-PUBC-STATUS NOT = '00'
32860          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN PUBCTL - STATUS '
32870              WS-PUBC-STATUS
32880          MOVE 16 TO RETURN-CODE
32890          PERFORM TERMINATION
32900          STOP RUN
32910      END-IF.
32920      MOVE 'PUBLISH ' TO PUBC-KEY.
32930      READ PUBCTL
32940          INVALID KEY
32950              DISPLAY 'MYFIRSTCBL: PUBLISHING CONTROL RECORD '
32960                  'MISSING FROM PUBCTL'
32970              MOVE 16 TO RETURN-CODE
32980              CLOSE PUBCTL
32990              PERFORM TERMINATION
33000              STOP RUN
33010      END-READ.
33020      OPEN I-O PUBHOLD.
33030      IF WS-PUBH-STATUS = '35'
33040          CLOSE PUBHOLD
33050          OPEN OUTPUT PUBHOLD
33060          SET WS-PUBH-EOF TO TRUE
33070      END-IF.
33080      IF WS-PUBH-STATUS NOT = '00'
33090          DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN PUBHOLD - STATUS '
33100              WS-PUBH-STATUS
33110          MOVE 16 TO RETURN-CODE
33120          CLOSE PUBCTL
33130          PERFORM TERMINATION
33140          STOP RUN
33150      END-IF.
33160      SET WS-PUB-OPEN TO TRUE.
33170      PERFORM CONNECT-EVENT-QUEUE.
33180
33190  CONNECT-EVENT-QUEUE.
33200      MOVE PUBC-QMGR-NAME TO MQI-QMGR-NAME.
33210      CALL 'MQCONN' USING MQI-QMGR-NAME MQI-HCONN
33220          MQI-COMPCODE MQI-REASON.
33230      IF MQI-CC-FAILED
33240          MOVE MQI-REASON TO WS-MQ-REASON-CODE
33250          DISPLAY 'MYFIRSTCBL: QUEUE MANAGER ' PUBC-QMGR-NAME
33260              ' NOT AVAILABLE - REASON ' WS-MQ-REASON-CODE
33270          DISPLAY 'MYFIRSTCBL: POSTING EVENTS WILL BE HELD ON '
33280              'PUBHOLD'
33290      ELSE
33300          IF NOT MQI-RC-ALREADY-CONNECTED
33310              SET WS-MQ-CONNECTED TO TRUE
33320          END-IF
33330          MOVE PUBC-QUEUE-NAME TO MQOD-OBJECTNAME
33340          CALL 'MQOPEN' USING MQI-HCONN MQOD MQI-OPEN-OPTIONS
33350              MQI-HOBJ MQI-COMPCODE MQI-REASON
33360          IF MQI-CC-FAILED
33370              MOVE MQI-REASON TO WS-MQ-REASON-CODE
33380              DISPLAY 'MYFIRSTCBL: UNABLE TO OPEN QUEUE '
33390                  PUBC-QUEUE-NAME
33400              DISPLAY 'MYFIRSTCBL: REASON ' WS-MQ-REASON-CODE
33410                  ' - POSTING EVENTS WILL BE HELD ON PUBHOLD'
33420          ELSE
33430              SET WS-MQ-QUEUE-OPEN TO TRUE
33440              SET WS-MQ-UP TO TRUE
33450          END-IF
33460      END-IF.
33470
33480 *****************************************************************
33490 * CALLED ONLY AFTER THE HISTORY RECORD HAS BEEN WRITTEN, SO THE  *
33500 * MESSAGE CARRIES HIST-RECORD EXACTLY AS IT NOW STANDS ON FILE,  *
33510 * TIE-BREAK SEQUENCE INCLUDED. THE CONTROL RECORD IS RE-READ     *
33520 * AND REWRITTEN FOR EVERY EVENT, BEFORE THE MESSAGE IS SENT OR   *
33530 * HELD, SO NO SEQUENCE NUMBER IS EVER ISSUED TWICE.             *
33540 *****************************************************************
33550  PUBLISH-POSTING-EVENT.
33560      IF NOT WS-PUB-RESEND-DONE
33570          PERFORM RESEND-HELD-MESSAGES
33580      END-IF.
33590      MOVE 'PUBLISH ' TO PUBC-KEY.
33600      READ PUBCTL
33610          INVALID KEY
33620              DISPLAY 'MYFIRSTCBL: PUBLISHING CONTROL RECORD '
33630                  'MISSING - EVENT NOT PUBLISHED FOR RUN '
33640                  HIST-RUN-ID
33650              PERFORM REPORT-EVENT-NOT-PUBLISHED
33660          NOT INVALID KEY
33670              ADD 1 TO PUBC-LAST-SEQUENCE
33680              MOVE FUNCTION CURRENT-DATE (1:8) TO PUBC-LAST-DATE
33690              REWRITE PUBC-RECORD
33700              IF WS-PUBC-STATUS = '00'
33710                  PERFORM BUILD-EVENT-MESSAGE
33720                  PERFORM SEND-EVENT-MESSAGE
33730              ELSE
33740                  DISPLAY 'MYFIRSTCBL: PUBCTL REWRITE FAILED - '
33750                      'STATUS ' WS-PUBC-STATUS
33760                      ' - EVENT NOT PUBLISHED FOR RUN '
33770                      HIST-RUN-ID
33780                  PERFORM REPORT-EVENT-NOT-PUBLISHED
33790              END-IF
33800      END-READ.
33810
33820  BUILD-EVENT-MESSAGE.
33830      MOVE SPACES TO PUB-RECORD.
33840      MOVE PUBC-LAST-SEQUENCE TO PUB-SEQUENCE.
33850      SET PUB-LAYOUT-CURRENT TO TRUE.
33860      MOVE 'MYFIRSTC' TO PUB-SOURCE-PGM.
33870      MOVE HIST-JOB-NAME TO PUB-JOB-NAME.
33880      MOVE HIST-RUN-ID TO PUB-RUN-ID.
33890      MOVE HIST-POST-DATE TO PUB-POST-DATE.
33900      MOVE HIST-POST-TIME TO PUB-POST-TIME.
33910      MOVE HIST-POST-SEQ TO PUB-POST-SEQ.
33920      MOVE HIST-ENTRY-TYPE TO PUB-ENTRY-TYPE.
33930      MOVE HIST-CATEGORY-CODE TO PUB-CATEGORY-CODE.
33940      MOVE HIST-FINAL-TOTAL TO PUB-AMOUNT.
33950      MOVE HIST-RANGE-FROM TO PUB-RANGE-FROM.
33960      MOVE HIST-RANGE-TO TO PUB-RANGE-TO.
33970      MOVE HIST-ITERATIONS TO PUB-ITERATIONS.
33980      MOVE HIST-REVERSAL-OF-RUN-ID TO PUB-REVERSAL-OF-RUN-ID.
33990
34000  SEND-EVENT-MESSAGE.
34010      IF WS-MQ-UP
34020          PERFORM PUT-EVENT-MESSAGE
34030      END-IF.
34040      IF WS-MQ-UP
34050          ADD 1 TO WS-PUB-SENT-COUNT
34060      ELSE
34070          PERFORM HOLD-EVENT-MESSAGE
34080      END-IF.
34090
34100  PUT-EVENT-MESSAGE.
34110      MOVE MQI-PUT-OPTIONS TO MQPMO-OPTIONS.
34120      MOVE LENGTH OF PUB-RECORD TO MQI-BUFFLEN.
34130      CALL 'MQPUT' USING MQI-HCONN MQI-HOBJ MQMD MQPMO
34140          MQI-BUFFLEN PUB-RECORD MQI-COMPCODE MQI-REASON.
34150      IF MQI-CC-FAILED
34160          MOVE MQI-REASON TO WS-MQ-REASON-CODE
34170          DISPLAY 'MYFIRSTCBL: MQPUT FAILED FOR EVENT '
34180              PUB-SEQUENCE ' - REASON ' WS-MQ-REASON-CODE
34190          DISPLAY 'MYFIRSTCBL: THIS AND LATER POSTING EVENTS '
34200              'WILL BE HELD ON PUBHOLD'
34210          SET WS-MQ-UP-SW TO 'N'
34220      END-IF.
34230
34240  HOLD-EVENT-MESSAGE.
34250      MOVE FUNCTION CURRENT-DATE (1:8) TO PUB-HELD-DATE.
34260      MOVE FUNCTION CURRENT-DATE (9:6) TO PUB-HELD-TIME.
34270      WRITE PUB-RECORD
34280          INVALID KEY
34290              DISPLAY 'MYFIRSTCBL: UNABLE TO HOLD POSTING EVENT '
34300                  PUB-SEQUENCE ' - STATUS ' WS-PUBH-STATUS
34310              PERFORM REPORT-EVENT-NOT-PUBLISHED
34320          NOT INVALID KEY
34330              ADD 1 TO WS-PUB-HELD-COUNT
34340      END-WRITE.
34350
34360  REPORT-EVENT-NOT-PUBLISHED.
34370      MOVE SPACES TO WS-EDIT-ERROR-TEXT.
34380      STRING 'POSTING EVENT NOT PUBLISHED - RUN ' HIST-RUN-ID
34390          DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT.
34400      PERFORM WRITE-REPORT-ERROR.
34410      IF RETURN-CODE < 16
34420          MOVE 16 TO RETURN-CODE
34430      END-IF.
34440
34450  RESEND-HELD-MESSAGES.
34460      SET WS-PUB-RESEND-DONE TO TRUE.
34470      IF WS-MQ-UP AND NOT WS-PUBH-EOF
34480          MOVE 0 TO PUB-SEQUENCE
34490          START PUBHOLD KEY NOT < PUB-SEQUENCE
34500              INVALID KEY
34510                  SET WS-PUBH-EOF TO TRUE
34520          END-START
34530          PERFORM RESEND-ONE-HELD-MESSAGE
34540              UNTIL WS-PUBH-EOF OR NOT WS-MQ-UP
34550          IF WS-PUB-RESENT-COUNT > 0
34560              DISPLAY 'MYFIRSTCBL: ' WS-PUB-RESENT-COUNT
34570                  ' HELD POSTING EVENT(S) SENT FROM PUBHOLD'
34580          END-IF
34590      END-IF.
34600
34610  RESEND-ONE-HELD-MESSAGE.
34620      READ PUBHOLD NEXT
34630          AT END
34640              SET WS-PUBH-EOF TO TRUE
34650          NOT AT END
34660              PERFORM PUT-EVENT-MESSAGE
34670              IF WS-MQ-UP
34680                  ADD 1 TO WS-PUB-RESENT-COUNT
34690                  DELETE PUBHOLD RECORD
34700                      INVALID KEY
34710                          DISPLAY 'MYFIRSTCBL: HELD POSTING EVENT '
34720                              PUB-SEQUENCE ' SENT BUT NOT '
34730                              'DELETED - IT WILL BE SENT AGAIN'
34740                          IF RETURN-CODE < 8
34750                              MOVE 8 TO RETURN-CODE
34760                          END-IF
34770                  END-DELETE
34780              END-IF
34790      END-READ.
34800
34810  CLOSE-PUBLISHER.
34820      IF WS-PUB-OPEN
34830          IF WS-MQ-QUEUE-OPEN
34840              CALL 'MQCLOSE' USING MQI-HCONN MQI-HOBJ
34850                  MQI-CLOSE-OPTIONS MQI-COMPCODE MQI-REASON
34860          END-IF
34870          IF WS-MQ-CONNECTED
34880              CALL 'MQDISC' USING MQI-HCONN
34890                  MQI-COMPCODE MQI-REASON
34900          END-IF
34910          CLOSE PUBCTL
34920          CLOSE PUBHOLD
34930          SET WS-PUB-OPEN-SW TO 'N'
34940          DISPLAY 'MYFIRSTCBL: POSTING EVENTS - ' WS-PUB-SENT-COUNT
34950              ' SENT, ' WS-PUB-RESENT-COUNT ' RESENT, '
34960              WS-PUB-HELD-COUNT ' HELD'
34970          IF WS-PUB-HELD-COUNT > 0
34980              DISPLAY 'MYFIRSTCBL: HELD EVENTS GO OUT AHEAD OF '
34990                  'THE NEXT PUBLISHING RUN'
35000          END-IF
35010      END-IF.
35020
35030  READ-CHECKPOINT.
35040      MOVE PARM-RUN-ID TO CKPT-RUN-ID.
35050      READ CKPTFILE
35060          INVALID KEY
35070              SET WS-CKPT-FOUND-SW TO 'N'
35080          NOT INVALID KEY
35090              SET WS-CKPT-FOUND-SW TO 'Y'
35100              IF CKPT-STATUS-COMPLETE
35110                  SET WS-CKPT-ALREADY-DONE TO TRUE
35120              ELSE
35130                  MOVE CKPT-CNT TO CNT
35140                  MOVE CKPT-MYSUM TO MYSUM
35150                  SET WS-RANGE-WAS-RESTARTED TO TRUE
35160              END-IF
35170      END-READ.
35180
35190  TAKE-CHECKPOINT.
35200      ADD 1 TO WS-CKPT-TAKEN-COUNT.
35210      ADD 1 TO WS-TOT-CKPT-COUNT.
35220      MOVE PARM-RUN-ID TO CKPT-RUN-ID.
35230      SET CKPT-STATUS-IN-PROGRESS TO TRUE.
35240      MOVE PARM-RANGE-FROM TO CKPT-RANGE-FROM.
35250      MOVE PARM-RANGE-TO TO CKPT-RANGE-TO.
35260      MOVE PARM-CATEGORY-CODE TO CKPT-CATEGORY-CODE.
35270      MOVE CNT TO CKPT-CNT.
35280      MOVE MYSUM TO CKPT-MYSUM.
35290      MOVE FUNCTION CURRENT-DATE (1:8) TO CKPT-LAST-UPD-DATE.
35300      MOVE PARM-MODE TO CKPT-MODE.
35310      IF PARM-MODE-REVERSE
35320          OR PARM-MODE-ALLOCATE
35330          MOVE PARM-REVERSAL-RUN-ID TO CKPT-REVERSAL-RUN-ID
35340      ELSE
35350          MOVE SPACES TO CKPT-REVERSAL-RUN-ID
35360      END-IF.
35370      IF PARM-MODE-DETAIL
35380          OR PARM-MODE-REVERSE
35390          MOVE CNT TO CKPT-ITER-COUNT
35400      ELSE
35410          COMPUTE CKPT-ITER-COUNT = CNT - PARM-RANGE-FROM + 1
35420      END-IF.
35430      MOVE 0 TO CKPT-SUSP-COUNT.
35440      MOVE PARM-OVERLAP-OVERRIDE TO CKPT-OVERLAP-OVERRIDE.
35450      IF WS-CKPT-FOUND
35460          IF NOT WS-SIMULATION
35470              REWRITE CKPT-RECORD
35480          END-IF
35490      ELSE
35500          IF NOT WS-SIMULATION
35510              WRITE CKPT-RECORD
35520                  INVALID KEY
35530                      REWRITE CKPT-RECORD
35540              END-WRITE
35550          END-IF
35560          SET WS-CKPT-FOUND-SW TO 'Y'
35570      END-IF.
35580
35590  MARK-CHECKPOINT-COMPLETE.
35600      SET CKPT-STATUS-COMPLETE TO TRUE.
35610      MOVE FUNCTION CURRENT-DATE (1:8) TO CKPT-LAST-UPD-DATE.
35620      IF NOT WS-SIMULATION
35630          REWRITE CKPT-RECORD
35640      END-IF.
35650      ADD 1 TO WS-TOT-POSTED-COUNT.
35660
35670  ADDITION.
35680      ADD 1 TO CNT
35690          ON SIZE ERROR
35700              DISPLAY 'MYFIRSTCBL: CNT OVERFLOW'
35710              MOVE 'ACCUMULATOR OVERFLOW' TO WS-EDIT-ERROR-TEXT
35720              SET WS-OVERFLOW-DETECTED TO TRUE
35730              MOVE 16 TO RETURN-CODE
35740      END-ADD.
35750      IF NOT WS-OVERFLOW-DETECTED
35760          ADD CNT TO MYSUM
35770              ON SIZE ERROR
35780                  DISPLAY 'MYFIRSTCBL: MYSUM OVERFLOW'
35790                  MOVE 'ACCUMULATOR OVERFLOW' TO WS-EDIT-ERROR-TEXT
35800                  SET WS-OVERFLOW-DETECTED TO TRUE
35810                  MOVE 16 TO RETURN-CODE
35820          END-ADD
35830      END-IF.
35840      IF NOT WS-OVERFLOW-DETECTED
35850          IF FUNCTION MOD(CNT WS-CHECKPOINT-INTERVAL) = 0
35860              PERFORM TAKE-CHECKPOINT
35870              IF NOT WS-QUIESCE-REQUESTED
35880                  PERFORM CHECK-QUIESCE-REQUEST
35890              END-IF
35900          END-IF
35910          IF FUNCTION MOD(CNT WS-PROGRESS-INTERVAL) = 0
35920              PERFORM WRITE-PROGRESS-MESSAGE
35930          END-IF
35940      END-IF.
35950
35960 *****************************************************************
35970 * WAREHOUSE INTERFACE EXTRACT: A HEADER AT OPEN, ONE DETAIL FOR  *
35980 * EVERY AUDIT POSTING (NORMAL AND REVERSAL), AND A TRAILER WITH  *
35990 * THE DETAIL COUNT, ALGEBRAIC CONTROL TOTAL AND HASH TOTAL OF   *
36000 * ABSOLUTE AMOUNTS, SO THE WAREHOUSE LOAD STEP CAN VERIFY        *
36010 * COMPLETENESS BEFORE APPLYING THE FEED. THE BALANCING LINE ON   *
36020 * OUR OWN REPORT CARRIES THE SAME FIGURES FOR THE HANDOFF.      *
36030 *****************************************************************
36040  WRITE-EXTRACT-HEADER.
36050      MOVE SPACES TO EXT-HEADER-RECORD.
36060      MOVE 'H' TO EXT-H-RECORD-TYPE.
36070      MOVE 'MYCOBJOB' TO EXT-H-JOB-NAME.
36080      MOVE FUNCTION CURRENT-DATE (1:8) TO EXT-H-RUN-DATE.
36090      MOVE FUNCTION CURRENT-DATE (9:6) TO EXT-H-RUN-TIME.
36100      WRITE EXT-HEADER-RECORD.
36110
36120  WRITE-EXTRACT-DETAIL.
36130      MOVE SPACES TO EXT-DETAIL-RECORD.
36140      MOVE 'D' TO EXT-D-RECORD-TYPE.
36150      MOVE AUD-RUN-ID TO EXT-D-RUN-ID.
36160      MOVE AUD-RUN-DATE TO EXT-D-RUN-DATE.
36170      MOVE AUD-RANGE-FROM TO EXT-D-RANGE-FROM.
36180      MOVE AUD-RANGE-TO TO EXT-D-RANGE-TO.
36190      MOVE AUD-FINAL-TOTAL TO EXT-D-FINAL-TOTAL.
36200      MOVE AUD-ENTRY-TYPE TO EXT-D-ENTRY-TYPE.
36210      MOVE AUD-REVERSAL-OF-RUN-ID TO EXT-D-REVERSAL-OF-RUN-ID.
36220      MOVE AUD-CATEGORY-CODE TO EXT-D-CATEGORY-CODE.
36230      IF NOT WS-SIMULATION
36240          WRITE EXT-DETAIL-RECORD
36250      END-IF.
36260      ADD 1 TO WS-EXT-RECORD-COUNT.
36270      ADD AUD-FINAL-TOTAL TO WS-EXT-CONTROL-TOTAL.
36280      IF AUD-FINAL-TOTAL < 0
36290          SUBTRACT AUD-FINAL-TOTAL FROM WS-EXT-HASH-TOTAL
36300      ELSE
36310          ADD AUD-FINAL-TOTAL TO WS-EXT-HASH-TOTAL
36320      END-IF.
36330
36340  WRITE-EXTRACT-TRAILER.
36350      MOVE SPACES TO EXT-TRAILER-RECORD.
36360      MOVE 'T' TO EXT-T-RECORD-TYPE.
36370      MOVE WS-EXT-RECORD-COUNT TO EXT-T-RECORD-COUNT.
36380      MOVE WS-EXT-CONTROL-TOTAL TO EXT-T-CONTROL-TOTAL.
36390      MOVE WS-EXT-HASH-TOTAL TO EXT-T-HASH-TOTAL.
36400      IF NOT WS-SIMULATION
36410          WRITE EXT-TRAILER-RECORD
36420      END-IF.
36430      MOVE WS-EXT-RECORD-COUNT TO RPT-EXT-COUNT.
36440      MOVE WS-EXT-CONTROL-TOTAL TO RPT-EXT-TOTAL.
36450      WRITE RPT-EXTRACT-LINE.
36460
36470  GET-TIME-OF-DAY.
36480      MOVE FUNCTION CURRENT-DATE (9:2) TO WS-TOD-HH.
36490      MOVE FUNCTION CURRENT-DATE (11:2) TO WS-TOD-MM.
36500      MOVE FUNCTION CURRENT-DATE (13:2) TO WS-TOD-SS.
36510      COMPUTE WS-TOD-SECONDS =
36520          (WS-TOD-HH * 3600) + (WS-TOD-MM * 60) + WS-TOD-SS.
36530
36540  START-RUN-STATISTICS.
36550      PERFORM GET-TIME-OF-DAY.
36560      MOVE WS-TOD-SECONDS TO WS-RANGE-START-SEC.
36570      MOVE 0 TO WS-CKPT-TAKEN-COUNT.
36580      SET WS-RANGE-RESTART-SW TO 'N'.
36590
36600 *****************************************************************
36610 * PER-RANGE RUN STATISTICS, PRINTED BETWEEN THE HEADING AND THE  *
36620 * TOTAL: ELAPSED TIME, ITERATION RATE, CHECKPOINTS TAKEN, AND    *
36630 * WHETHER THE RANGE RESUMED FROM A CHECKPOINT OR STARTED COLD.   *
36640 * THE SAME FIGURES ROLL INTO THE END-OF-JOB SUMMARY PAGE.       *
36650 *****************************************************************
36660  WRITE-RUN-STATISTICS.
36670      PERFORM GET-TIME-OF-DAY.
36680      COMPUTE WS-RANGE-ELAPSED =
36690          WS-TOD-SECONDS - WS-RANGE-START-SEC.
36700      IF WS-RANGE-ELAPSED < 0
36710          ADD 86400 TO WS-RANGE-ELAPSED
36720      END-IF.
36730      COMPUTE WS-ITER-DONE = CNT - WS-RANGE-START-CNT.
36740      IF WS-RANGE-ELAPSED > 0
36750          COMPUTE WS-ITER-RATE ROUNDED =
36760              WS-ITER-DONE / WS-RANGE-ELAPSED
36770              ON SIZE ERROR
36780                  MOVE 99999999 TO WS-ITER-RATE
36790          END-COMPUTE
36800      ELSE
36810          MOVE WS-ITER-DONE TO WS-ITER-RATE
36820      END-IF.
36830      MOVE WS-RANGE-ELAPSED TO RPT-ST1-ELAPSED.
36840      MOVE WS-ITER-RATE TO RPT-ST1-RATE.
36850      WRITE RPT-STATS-LINE-1.
36860      MOVE WS-CKPT-TAKEN-COUNT TO RPT-ST2-CKPTS.
36870      IF WS-RANGE-WAS-RESTARTED
36880          MOVE 'RESTART' TO RPT-ST2-START
36890      ELSE
36900          MOVE 'COLD' TO RPT-ST2-START
36910      END-IF.
36920      WRITE RPT-STATS-LINE-2.
36930      ADD WS-RANGE-ELAPSED TO WS-TOT-ELAPSED.
36940      ADD WS-ITER-DONE TO WS-TOT-ITERATIONS
36950          ON SIZE ERROR
36960              MOVE 999999999 TO WS-TOT-ITERATIONS
36970      END-ADD.
36980
36990 *****************************************************************
37000 * OPERATOR-VISIBLE PROGRESS: EVERY WS-PROGRESS-INTERVAL          *
37010 * ITERATIONS THE LOOP REPORTS PERCENT COMPLETE AND THE          *
37020 * PROJECTED COMPLETION TIME, SO A HEALTHY LONG RUN CAN BE TOLD   *
37030 * FROM A LOOPING ONE WITHOUT PULLING A DUMP.                    *
37040 *****************************************************************
37050  WRITE-PROGRESS-MESSAGE.
37060      PERFORM GET-TIME-OF-DAY.
37070      COMPUTE WS-RANGE-ELAPSED =
37080          WS-TOD-SECONDS - WS-RANGE-START-SEC.
37090      IF WS-RANGE-ELAPSED < 0
37100          ADD 86400 TO WS-RANGE-ELAPSED
37110      END-IF.
37120      COMPUTE WS-ITER-DONE = CNT - WS-RANGE-START-CNT.
37130      COMPUTE WS-PCT-COMPLETE =
37140          ((CNT - PARM-RANGE-FROM + 1) * 100)
37150          / (PARM-RANGE-TO - PARM-RANGE-FROM + 1)
37160          ON SIZE ERROR
37170              MOVE 999 TO WS-PCT-COMPLETE
37180      END-COMPUTE.
37190      IF WS-ITER-DONE > 0
37200          COMPUTE WS-ETA-OFFSET =
37210              ((PARM-RANGE-TO - CNT) * WS-RANGE-ELAPSED)
37220              / WS-ITER-DONE
37230              ON SIZE ERROR
37240                  MOVE 0 TO WS-ETA-OFFSET
37250          END-COMPUTE
37260          COMPUTE WS-ETA-SECONDS = FUNCTION MOD
37270              (WS-TOD-SECONDS + WS-ETA-OFFSET 86400)
37280          COMPUTE WS-ETA-HH = WS-ETA-SECONDS / 3600
37290          COMPUTE WS-ETA-MM =
37300              FUNCTION MOD (WS-ETA-SECONDS 3600) / 60
37310          COMPUTE WS-ETA-SS = FUNCTION MOD (WS-ETA-SECONDS 60)
37320          DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID ' '
37330              WS-PCT-COMPLETE ' PCT COMPLETE - ETA '
37340              WS-ETA-HH ':' WS-ETA-MM ':' WS-ETA-SS
37350      ELSE
37360          DISPLAY 'MYFIRSTCBL: RUN ' PARM-RUN-ID ' '
37370              WS-PCT-COMPLETE ' PCT COMPLETE'
37380      END-IF.
37390
37400  WRITE-JOB-SUMMARY.
37410      WRITE RPT-SUMMARY-HDR.
37420      MOVE 'PARM RECORDS READ' TO RPT-SUM-LABEL.
37430      MOVE WS-RANGE-COUNT TO RPT-SUM-VALUE.
37440      WRITE RPT-SUMMARY-LINE.
37450      IF WS-SIMULATION
37460          MOVE 'RUNS THAT WOULD POST' TO RPT-SUM-LABEL
37470      ELSE
37480          MOVE 'RUNS POSTED' TO RPT-SUM-LABEL
37490      END-IF.
37500      MOVE WS-TOT-POSTED-COUNT TO RPT-SUM-VALUE.
37510      WRITE RPT-SUMMARY-LINE.
37520      MOVE 'ERROR LINES' TO RPT-SUM-LABEL.
37530      MOVE WS-TOT-ERROR-COUNT TO RPT-SUM-VALUE.
37540      WRITE RPT-SUMMARY-LINE.
37550      MOVE 'RUNS QUIESCED' TO RPT-SUM-LABEL.
37560      MOVE WS-TOT-QUIESCED-COUNT TO RPT-SUM-VALUE.
37570      WRITE RPT-SUMMARY-LINE.
37580      MOVE 'TOTAL ITERATIONS' TO RPT-SUM-LABEL.
37590      MOVE WS-TOT-ITERATIONS TO RPT-SUM-VALUE.
37600      WRITE RPT-SUMMARY-LINE.
37610      MOVE 'TOTAL ELAPSED SECONDS' TO RPT-SUM-LABEL.
37620      MOVE WS-TOT-ELAPSED TO RPT-SUM-VALUE.
37630      WRITE RPT-SUMMARY-LINE.
37640      MOVE 'CHECKPOINTS TAKEN' TO RPT-SUM-LABEL.
37650      MOVE WS-TOT-CKPT-COUNT TO RPT-SUM-VALUE.
37660      WRITE RPT-SUMMARY-LINE.
37670      MOVE 'RECORDS TO SUSPENSE' TO RPT-SUM-LABEL.
37680      MOVE WS-SUSP-COUNT TO RPT-SUM-VALUE.
37690      WRITE RPT-SUMMARY-LINE.
37700      IF WS-SIMULATION
37710          MOVE 'PROJECTED WARNINGS' TO RPT-SUM-LABEL
37720          MOVE WS-PROJ-WARN-COUNT TO RPT-SUM-VALUE
37730          WRITE RPT-SUMMARY-LINE
37740          MOVE 'PROJECTED ERRORS' TO RPT-SUM-LABEL
37750          MOVE WS-PROJ-ERROR-COUNT TO RPT-SUM-VALUE
37760          WRITE RPT-SUMMARY-LINE
37770          DISPLAY 'MYFIRSTCBL: SIMULATION PROJECTS '
37780              WS-PROJ-WARN-COUNT ' WARNING(S), '
37790              WS-PROJ-ERROR-COUNT ' ERROR(S)'
37800      END-IF.
37810
37820 *****************************************************************
37830 * JOB-STEP PERFORMANCE HISTORY (SEE PRFREC): AS THE STEP ENDS,   *
37840 * ONE RECORD OF ITS START AND END TIMES AND ITS VOLUMES IS ADDED *
37850 * TO PRFFILE FOR THE MYFPERF CAPACITY TREND. THE HISTORY IS      *
37860 * MEASUREMENT ONLY - A FILE THAT CANNOT BE OPENED OR WRITTEN IS  *
37870 * REPORTED ON SYSOUT AND LEAVES THE STEP'S RETURN CODE ALONE,    *
37880 * SINCE THE LATER STEPS' COND TESTS DEPEND ON IT.               *
37890 *****************************************************************
37900  WRITE-PERFORMANCE-RECORD.
37910      MOVE SPACES TO PRF-RECORD.
37920      MOVE WS-PRF-START-STAMP (1:8) TO PRF-START-DATE.
37930      MOVE WS-PRF-START-STAMP (9:8) TO PRF-START-TIME.
37940      MOVE WS-PRF-JOB-NAME TO PRF-JOB-NAME.
37950      MOVE 'BUILD' TO PRF-STEP-NAME.
37960      MOVE 0 TO PRF-KEY-SEQ.
37970      MOVE 'MYFIRSTC' TO PRF-PROGRAM.
37980      MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-END-STAMP.
37990      MOVE WS-PRF-END-STAMP (1:8) TO PRF-END-DATE.
38000      MOVE WS-PRF-END-STAMP (9:8) TO PRF-END-TIME.
38010      COMPUTE PRF-ELAPSED-SECONDS =
38020          (FUNCTION INTEGER-OF-DATE (PRF-END-DATE)
38030          - FUNCTION INTEGER-OF-DATE (PRF-START-DATE)) * 86400
38040          + (PRF-END-HH * 3600) + (PRF-END-MM * 60) + PRF-END-SS
38050          - (PRF-START-HH * 3600) - (PRF-START-MM * 60)
38060          - PRF-START-SS.
38070      MOVE WS-RANGE-COUNT TO PRF-RANGES.
38080      MOVE WS-TOT-ITERATIONS TO PRF-ITERATIONS.
38090      MOVE WS-DTL-READ-COUNT TO PRF-DETAIL-READ.
38100      MOVE WS-TOT-CKPT-COUNT TO PRF-CHECKPOINTS.
38110      MOVE WS-RANGE-COUNT TO PRF-RECORDS-READ.
38120      MOVE RETURN-CODE TO PRF-RETURN-CODE.
38130      OPEN I-O PRFFILE.
38140      IF WS-PRF-STATUS = '35'
38150          CLOSE PRFFILE
38160          OPEN OUTPUT PRFFILE
38170      END-IF.
38180      IF WS-PRF-STATUS NOT = '00'
38190          DISPLAY 'MYFIRSTCBL: PERFORMANCE HISTORY NOT '
38200              'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
38210      ELSE
38220          SET WS-PRF-WRITTEN-SW TO 'N'
38230          PERFORM TRY-PERFORMANCE-WRITE UNTIL WS-PRF-WRITTEN
38240              OR PRF-KEY-SEQ > 98
38250          IF NOT WS-PRF-WRITTEN
38260              DISPLAY 'MYFIRSTCBL: PERFORMANCE HISTORY NOT '
38270                  'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
38280          END-IF
38290          CLOSE PRFFILE
38300      END-IF.
38310
38320  TRY-PERFORMANCE-WRITE.
38330      WRITE PRF-RECORD
38340          INVALID KEY
38350              ADD 1 TO PRF-KEY-SEQ
38360          NOT INVALID KEY
38370              SET WS-PRF-WRITTEN-SW TO 'Y'
38380      END-WRITE.
38390      IF WS-PRF-STATUS (1:1) NOT = '0'
38400          AND WS-PRF-STATUS NOT = '22'
38410          MOVE 99 TO PRF-KEY-SEQ
38420      END-IF.
38430
38440  TERMINATION.
38450      CLOSE PARMFILE.
38460      CLOSE RPTFILE.
38470      CLOSE INQFILE.
38480      CLOSE CATFILE.
38490      CLOSE HISTFILE.
38500      IF NOT WS-SIMULATION
38510          CLOSE CKPTFILE
38520          CLOSE AUDITFILE
38530          CLOSE GDGFILE
38540          CLOSE EXTFILE
38550          CLOSE SUSPFILE
38560      END-IF.
38570      IF WS-PART-OPEN
38580          CLOSE PARTFILE
38590      END-IF.
38600      IF WS-ALOC-OPEN
38610          CLOSE ALOCFILE
38620      END-IF.
38630      PERFORM CLOSE-PUBLISHER.
38640      PERFORM RELEASE-RUN-LOCK.
38650      IF NOT WS-SIMULATION
38660          PERFORM WRITE-PERFORMANCE-RECORD
38670      END-IF.
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//             DD DSNAME=USER.MYCOBJOB.COPYLIB,DISP=SHR
//*  RELEASE. IF THE FILE IS MISSING OR EMPTY THE COMPILED FALLBACK
//*  BOUND APPLIES AND BUILD SAYS SO ON SYSOUT.
//GO.LIMFILE  DD DSNAME=USER.MYCOBJOB.LIMITS,DISP=SHR
//*  GO.FXRFILE IS THE EFFECTIVE-DATED EXCHANGE-RATE CONTROL FILE
//*  (LAYOUT FXRREC, MAINTAINED BY MYCOBFXR). A DETAIL RECORD WITH A
//*  CURRENCY CODE IS CONVERTED AT THE RATE EFFECTIVE ON THE FEED
//*  DATE; ONE WITH NO RATE FOR THAT DATE GOES TO THE SUSPENSE FILE.
//*  IF THE FILE IS MISSING OR EMPTY BUILD SAYS SO ON SYSOUT.
//GO.FXRFILE  DD DSNAME=USER.MYCOBJOB.FXRATES,DISP=SHR
//*  GO.HISTFILE IS THE POSTING HISTORY KSDS (ONE-TIME IDCAMS DEFINE
//*  IN HLASM/JCL/VSAM-DEFINE-HISTFILE.JCL) - EVERY POSTING EVENT IS
//*  RECORDED THERE AND NEVER REWRITTEN, SO THE MYFHIST REPORT CAN
//*  SHOW THE FULL CHAIN INCLUDING PRE-REVERSAL VALUES. BUILD ALSO
//*  BROWSES IT TO REJECT A NORMAL RANGE THAT OVERLAPS AN UNREVERSED
//*  NORMAL POSTING IN THE SAME CATEGORY, UNLESS THE ENTRY WAS KEYED
//*  WITH THE OVERLAP OVERRIDE ON MYFPENT AND APPROVED ON MYFPAPP.
//*  GO.HISTFIL1 IS THE PATH OVER HISTFILE'S CATEGORY ALTERNATE INDEX
//*  (SAME DEFINE JOB); THAT BROWSE READS ONLY THE CATEGORY POSTED.
//GO.HISTFILE DD DSNAME=USER.MYCOBJOB.HISTFILE,DISP=SHR,
//             AMP=('AMORG')
//GO.HISTFIL1 DD DSNAME=USER.MYCOBJOB.HISTFILE.CATPATH,DISP=SHR
//*  GO.PUBCTL AND GO.PUBHOLD ARE THE POSTING EVENT PUBLISHING
//*  CONTROL RECORD AND RETRY FILE (ONE-TIME IDCAMS DEFINE AND LOAD
//*  IN HLASM/JCL/VSAM-DEFINE-PUBFILES.JCL). EVERY HISTORY EVENT
//*  BUILD WRITES IS ALSO PUT TO THE POSTING EVENT QUEUE NAMED ON
//*  PUBCTL; WHILE THE QUEUE IS UNAVAILABLE THE MESSAGES ARE HELD
//*  ON PUBHOLD AND SENT AHEAD OF THE NEXT PUBLISHING RUN'S OWN,
//*  AND THE STEP CARRIES ON. GO.STEPLIB NAMES THE MQ BATCH
//*  LIBRARIES THE MQ CALLS ARE LOADED FROM AT RUN TIME (DYNAM IN
//*  PARM.COB) - CHANGE MQM TO THE INSTALLATION'S MQ HIGH-LEVEL
//*  QUALIFIER.
//GO.PUBCTL   DD DSNAME=USER.MYCOBJOB.PUBCTL,DISP=SHR,
//             AMP=('AMORG')
//GO.PUBHOLD  DD DSNAME=USER.MYCOBJOB.PUBHOLD,DISP=SHR,
//             AMP=('AMORG')
//GO.STEPLIB  DD DSNAME=MQM.SCSQLOAD,DISP=SHR
//             DD DSNAME=MQM.SCSQAUTH,DISP=SHR
//*  GO.ALOCFILE IS THE ALLOCATION RULE KSDS (ONE-TIME IDCAMS DEFINE
//*  AND CARD LOAD IN HLASM/JCL/VSAM-DEFINE-ALOCFILE.JCL, LAYOUT
//*  ALOCREC). A MODE-'A' PARM RECORD NAMES A RULE ID; BUILD USES THE
//*  LATEST VERSION EFFECTIVE ON THE RUN DATE. IF THE CLUSTER IS
//*  UNAVAILABLE ONLY THE ALLOCATION RUNS ARE REJECTED.
//GO.ALOCFILE DD DSNAME=USER.MYCOBJOB.ALOCFILE,DISP=SHR,
//             AMP=('AMORG')
//*  GO.SUSPFILE IS THE DETAIL SUSPENSE FILE (LAYOUT SUSPREC) -
//*  EVERY DETAIL RECORD THE ENGINE HAS TO SKIP IS PARKED HERE WITH
//*  ITS REJECT REASON AND REPAIRED/REPOSTED THROUGH THE MYCOBSRP
//             SPACE=(TRK,(1,1)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=50,BLKSIZE=5000)
//GO.INQFILE  DD DSNAME=USER.MYCOBJOB.INQFILE,DISP=SHR
//GO.PRFFILE  DD DSNAME=USER.MYCOBJOB.PERFHIST,DISP=SHR,
//             AMP=('AMORG')
//*
//*  RECON CROSS-CHECKS EVERY RUN BUILD JUST POSTED: THE CURRENT GDG
//*  GENERATION ((+1) STILL NAMES THE GENERATION BUILD CREATED WITHIN
//GO.INQFILE  DD DSNAME=USER.MYCOBJOB.INQFILE,DISP=SHR
//GO.RPTFILE  DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=78,BLKSIZE=7800)
//GO.PRFFILE  DD DSNAME=USER.MYCOBJOB.PERFHIST,DISP=SHR,
//             AMP=('AMORG')
//*
//*  MONITOR COMPARES EVERY CATEGORY NET POSITION AGAINST THE
//*  EFFECTIVE-DATED WARNING/ERROR BOUNDS ON THE THRESHOLD CONTROL
//             AMP=('AMORG')
//GO.RPTFILE  DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=78,BLKSIZE=7800)
//GO.PRFFILE  DD DSNAME=USER.MYCOBJOB.PERFHIST,DISP=SHR,
//             AMP=('AMORG')
//*
//*  BUILD SETS RETURN-CODE 12 ON A VALIDATION FAILURE AND 16 ON AN
//*  ACCUMULATOR OVERFLOW OR AN UNOPENABLE DATA SET (SEE
//*  INVESTIGATED.
//*
//NOTIFY   EXEC PGM=IEBGENER,
//         COND=((12,LT,SORDGEN.GO),(12,LT,EXTRACT.GO),(12,LT,BUILD),
//         (12,LT,RECON),(8,LT,MONITOR.GO))
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD *
