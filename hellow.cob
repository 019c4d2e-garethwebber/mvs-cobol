//*    REPORT PRINT AGAINST HELLORPT'S OWN CATALOGED LOAD MODULE.       00002900
//*    IF COB OR LKED FAILED, DO NOT USE RESTART=GO -- CORRECT          00003000
//*    THE PROBLEM AND RESUBMIT THE WHOLE JOB FROM THE TOP.             00003100
//*    A NIGHT THAT COMPLETED BUT MUST BE RUN AGAIN (BAD MSGCTL,        00003120
//*    WRONG DECK) IS NOT RESTARTED -- BACK IT OUT FIRST WITH THE       00003140
//*    HELLOBKO JOB, THEN RESUBMIT THIS JOB FROM THE TOP.               00003160
//*                                                                     00003200
//*    A NON-ZERO GO-STEP RETURN CODE OF 16 MEANS A FILE COULD NOT BE   00003300
//*    OPENED OR READ -- SEE HELLOERR FOR THE DIAGNOSTIC RECORD(S)      00003400
//*    WASTED COMPILE/LINK/GO CYCLE -- CHECK CHKLIB'S SYSPRINT FOR THE  00005100
//*    IDCAMS DIAGNOSTIC BEFORE CALLING OPERATIONS.                     00005200
//*                                                                     00005300
//*    GOVAL (HELLOVAL) RUNS FIRST AND CHECKS MSGCTL, SITECAL,          00005301
//*    DISTCTL, DEADLINE AND JOBDEP AGAINST EACH OTHER AND THE SITE     00005302
//*    MASTER.  CONDITION CODE 4 IS WARNINGS ONLY AND THE CYCLE RUNS;   00005303
//*    8 OR HIGHER BYPASSES GODKB AND EVERYTHING AFTER IT BEFORE ANY    00005304
//*    CYCLE IS OPENED -- READ GOVAL.RPTOUT, FIX THE FILE AND           00005305
//*    RESUBMIT FROM THE TOP.                                           00005306
//*                                                                     00005307
//*    GODKB (HELLODKB) BUILDS THE NIGHT'S TRANSACTION DECK FROM        00005310
//*    MSGCTL AND THE SITE CALENDAR -- ONE DETAIL PER SITE/SHIFT        00005320
//*    ACTIVE FOR THE CYCLE DATE, IN SORTED SITE/SHIFT ORDER, WITH      00005330
//*    THE '999' TRAILER COUNT COMPUTED BY THE PROGRAM.  THE DECK       00005340
//*    IS NO LONGER TYPED IN-STREAM, SO STANDING UP A NEW SITE IS       00005350
//*    ONE MSGCTL MAINTENANCE TRANSACTION AND A MISCOUNTED TRAILER      00005360
//*    CAN NO LONGER ABEND THE CYCLE.  GODKB.CYCLCARD IS THE ONLY       00005365
//*    CYCLE CARD IN THE JOB:  GODKB RECORDS THE DATE (OR RANGE) ON     00005370
//*    THE CYCLE CONTROL RECORD AND GOEDT TAKES IT FROM THERE.          00005375
//*                                                                     00005381
//*    CATCH-UP AFTER AN OUTAGE:  PUNCH THE FIRST MISSED DATE IN        00005382
//*    COLS 1-8 AND THE LAST IN COLS 10-17 OF GODKB.CYCLCARD (AT        00005383
//*    MOST 31 DATES) AND SUBMIT ONCE.  GODKB BUILDS ONE DECK FOR       00005384
//*    THE WHOLE RANGE IN DATE/SITE/SHIFT ORDER, LEAVING OUT DARK       00005385
//*    DAYS AND ANY SITE/SHIFT ALREADY ON HELLOHST WITH A CLEAN         00005386
//*    CONDITION CODE; GO WRITES ONE TRIGGER PER DATE, AND GORCN        00005387
//*    BALANCES THE RANGE DATE BY DATE.  LEAVE COLS 10-17 BLANK         00005388
//*    ON AN ORDINARY NIGHT.                                            00005389
//*                                                                     00005390
//*    THE CYCLE CONTROL RECORD HERC01.HELLOW.CYCLCTL (HELLOCCR         00005391
//*    LAYOUT, READ AND WRITTEN ONLY THROUGH HELLOCYC) SAYS WHICH       00005392
//*    NIGHT IS IN FLIGHT.  GODKB OPENS IT AS BUILDING, GOEDT, GO       00005393
//*    AND GORPT ADVANCE IT TO EDITING, RUNNING AND REPORTING, AND      00005394
//*    GORCN CLOSES IT AS COMPLETE (OR FAILED IF OUT OF BALANCE);       00005395
//*    ANY STEP THAT ENDS IN ERROR MARKS IT FAILED.  GODKB WILL NOT     00005396
//*    OPEN A NEW CYCLE OVER ONE STILL IN FLIGHT -- IT ENDS WITH        00005397
//*    CONDITION CODE 12 AND THE REST OF THE JOB IS FLUSHED.  IF        00005398
//*    THE JOB THAT OPENED IT IS KNOWN TO BE DEAD (CANCELLED, OR A      00005399
//*    COMPILE FAILURE FLUSHED THE LATER STEPS), PUNCH FORCE IN COLS    00005400
//*    19-23 OF GODKB.CYCLCARD TO TAKE THE CYCLE OVER.  HELLOMNT AND    00005401
//*    HELLOFIX REFUSE TO RUN WHILE A CYCLE IS OPEN, AND HELLOSTB       00005402
//*    SHOWS THE RECORD AT THE TOP OF THE STATUS BOARD.                 00005403
//*                                                                     00005435
//*    GOEDT (HELLOEDT) IS THE FRONT-END EDIT OF THE NIGHT'S            00005467
//*    TRANSACTION DECK: EVERY DETAIL IS CHECKED AGAINST MSGCTL,        00005500
//*    THE SHIFT RANGE AND THE CYCLE DATE (OR RANGE) GODKB OPENED       00005600
//*    ON CYCLCTL BEFORE THE CYCLE SEES IT.  ACCEPTED RECORDS LAND IN   00005700
//*    HERC01.HELLOW.TRNOK (WHICH IS WHAT GO AND GORCN ACTUALLY         00005800
//*    READ), REJECTS LAND IN HERC01.HELLOW.TRNREJ WITH A REASON        00005900
//*    CODE AND PRINT ON GOEDT.EDTLIST.  A DECK WITH REJECTS ENDS       00006000
//*    DECK OR FILE FAILURE ENDS GOEDT WITH 16 AND FLUSHES THE          00006400
//*    REST OF THE JOB.                                                 00006500
//*                                                                     00006600
//*    ON A CLEAN GO STEP, HELLOWORLD APPENDS ONE TRIGGER RECORD PER    00006700
//*    RUN DATE IN THE DECK TO THE SHARED SCHEDULER CONTROL DATASET     00006750
//*    HERC01.SCHED.TRIGGER, WHICH THE OVERNIGHT SCHEDULER POLLS SO     00006800
//*    DOWNSTREAM JOBS CAN BE DEPENDENCY-DRIVEN INSTEAD OF              00006900
//*    TIME-DRIVEN.  IT IS DEFINED ONCE BY HELLOSET AND IS NOT          00007000
//*    SCRATCHED BETWEEN RUNS.                                          00007100
//*                                                                     00007200
//CHKLIB  EXEC PGM=IDCAMS                                               00007300
//SYSPRINT DD SYSOUT=A                                                  00007400
      *                   A NEW LAST PARAMETER SO EFFECTIVE-DATED       00017520
      *                   MSGCTL GREETINGS ARE SERVED FROM THEIR        00017530
      *                   GO-LIVE CYCLE DATE ONWARD.                    00017540
      *    20261014  RLB  CATCH-UP DECKS.  HELLOTRN MAY NOW COVER       00017546
      *                   SEVERAL RUN DATES IN DATE/SITE/SHIFT ORDER.   00017552
      *                   ONE SCHDTRG TRIGGER IS WRITTEN PER DISTINCT   00017558
      *                   RUN DATE IN THE DECK SO SCHDPOLL RELEASES     00017564
      *                   EACH DAY'S SUCCESSORS.  A CHECKPOINT IS NOW   00017570
      *                   STALE WHEN ITS KEY IS NOT IN THE DECK AT ALL  00017576
      *                   (FOUND BY A PRE-SCAN OF HELLOTRN), RATHER     00017582
      *                   THAN WHEN ITS DATE DIFFERS FROM THE FIRST     00017588
      *                   RECORD'S.                                     00017594
      *    20261014  RLB  CYCLE CONTROL RECORD.  THE GO STEP MOVES THE  00017595
      *                   CYCLE ON CYCLCTL TO RUNNING AS IT STARTS, AND 00017596
      *                   TO FAILED IF IT ENDS WITH A NON-ZERO RETURN   00017597
      *                   CODE OR ABENDS THROUGH 9990.                  00017598
      *    20261015  RLB  THE HELLOHST ROW NOW CARRIES THE DATE THE     00017599
      *                   SITE/SHIFT ACTUALLY RAN (HH-START-DATE) AS    00017600
      *                   WELL AS ITS RUN DATE, SO A CATCH-UP ROW       00017601
      *                   SHOWS WHEN IT WAS REALLY PROCESSED.           00017634
      *                                                                 00017667
      ***************************************************************** 00017700
       IDENTIFICATION DIVISION.                                         00017800
           PROGRAM-ID. HELLOWORLD.                                      00017900
           05  HC-SITE-CODE               PIC X(02).                    00024200
           05  HC-SHIFT-CODE              PIC X(01).                    00024300
           05  FILLER                     PIC X(69).                    00024400
       01  HC-CHECKPOINT-KEY REDEFINES HC-CHECKPOINT-RECORD.            00024420
           05  HC-KEY                     PIC X(11).                    00024440
           05  FILLER                     PIC X(69).                    00024460
       WORKING-STORAGE SECTION.                                         00024500
       01  WS-SITE-CODE               PIC X(02).                        00024600
       01  WS-SHIFT-CODE              PIC X(01).                        00024700
       01  WS-ERROR-OPERATION         PIC X(05).                        00025300
       01  WS-ERROR-FILE-ID           PIC X(08).                        00025400
       01  WS-ERROR-STATUS            PIC X(02).                        00025500
       01  WS-START-DATE              PIC X(08).                        00025550
       01  WS-START-TIME              PIC X(08).                        00025600
       01  WS-END-TIME                PIC X(08).                        00025700
       01  WS-LINE-1                  PIC X(24).                        00025800
           88  WS-TRAILER-YES                        VALUE 'Y'.         00026500
       01  WS-SW-RESTART              PIC X(01)      VALUE 'N'.         00026600
           88  WS-RESTART-PENDING                    VALUE 'Y'.         00026700
       01  WS-SW-CHK-IN-DECK          PIC X(01)      VALUE 'N'.         00026720
           88  WS-CHK-IN-DECK                        VALUE 'Y'.         00026740
       01  WS-SW-SCAN-DONE            PIC X(01)      VALUE 'N'.         00026760
           88  WS-SCAN-DONE                          VALUE 'Y'.         00026780
       01  WS-CHK-RUN-DATE            PIC X(08)      VALUE SPACES.      00026800
       01  WS-CHK-SITE-CODE           PIC X(02)      VALUE SPACES.      00026900
       01  WS-CHK-SHIFT-CODE          PIC X(01)      VALUE SPACES.      00027000
       01  WS-DECK-KEY.                                                 00027008
           05  WS-DECK-RUN-DATE       PIC X(08).                        00027016
           05  WS-DECK-SITE-CODE      PIC X(02).                        00027024
           05  WS-DECK-SHIFT-CODE     PIC X(01).                        00027032
       01  WS-CHK-KEY                 PIC X(11).                        00027040
       01  WS-DATE-SUB                PIC 9(03)      VALUE ZERO.        00027048
       01  WS-DATE-COUNT              PIC 9(03)      VALUE ZERO.        00027056
       01  WS-MAX-DATES               PIC 9(03)      VALUE 31.          00027064
       01  WS-DATE-TABLE.                                               00027072
           05  WS-DECK-DATE OCCURS 31 TIMES                             00027080
                                      PIC X(08).                        00027088
       01  WS-READ-COUNT              PIC 9(05)      VALUE ZERO.        00027100
       01  WS-EXPECTED-COUNT          PIC 9(05)      VALUE ZERO.        00027200
       01  WS-BALANCE-REASON          PIC X(17).                        00027300
       01  WS-LOG-PROGRAM             PIC X(08)      VALUE 'HELLOWLD'.  00027500
       01  WS-LOG-SEVERITY            PIC X(01).                        00027600
       01  WS-LOG-MESSAGE             PIC X(37).                        00027700
       01  WS-CYCLCTL-FUNCTION        PIC X(04).                        00027720
       01  WS-CYCLCTL-STATUS          PIC X(02).                        00027740
       01  WS-NEW-CYCLE-STATUS        PIC X(10).                        00027760
       COPY HELLOCCR.                                                   00027780
       PROCEDURE DIVISION.                                              00027800
       0000-MAINLINE.                                                   00027900
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00028000
               PERFORM 6100-CLEAR-CHECKPOINT THRU 6100-EXIT             00028600
               PERFORM 5000-WRITE-TRIGGER THRU 5000-EXIT                00028700
           END-IF                                                       00028800
           IF RETURN-CODE NOT = ZERO                                    00028820
               MOVE 'FAILED' TO WS-NEW-CYCLE-STATUS                     00028840
               PERFORM 8800-SET-CYCLE-STATUS THRU 8800-EXIT             00028860
           END-IF                                                       00028880
           GOBACK.                                                      00028900
       0000-EXIT.                                                       00029000
           EXIT.                                                        00029100
           MOVE 0 TO RETURN-CODE                                        00029400
           MOVE '??' TO WS-SITE-CODE                                    00029500
           MOVE '?'  TO WS-SHIFT-CODE                                   00029600
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD                      00029650
           ACCEPT WS-START-TIME FROM TIME                               00029700
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00029800
           MOVE 'RUNNING' TO WS-NEW-CYCLE-STATUS                        00029830
           PERFORM 8800-SET-CYCLE-STATUS THRU 8800-EXIT                 00029860
           OPEN INPUT HELLOTRN                                          00029900
           IF WS-HELLOTRN-STATUS NOT = '00'                             00030000
               MOVE 'OPEN'     TO WS-ERROR-OPERATION                    00030100
               GO TO 9999-ABEND-EXIT                                    00030400
           END-IF                                                       00030500
           PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT                  00030600
           IF WS-RESTART-PENDING                                        00030700
               PERFORM 1250-FIND-CHECKPOINT THRU 1250-EXIT              00030800
           END-IF                                                       00030900
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT                 00031000
           IF WS-RESTART-PENDING                                        00031400
               OPEN EXTEND RPTDATA                                      00031500
           ELSE                                                         00031600
               MOVE HR-TRL-EXPECTED-COUNT TO WS-EXPECTED-COUNT          00033800
           ELSE                                                         00033900
               ADD 1 TO WS-READ-COUNT                                   00034000
               PERFORM 1150-NOTE-RUN-DATE THRU 1150-EXIT                00034100
           END-IF.                                                      00034150
       1100-EXIT.                                                       00034200
           EXIT.                                                        00034300
      *                                                                 00034400
      ***************************************************************** 00034404
      *    1150-NOTE-RUN-DATE -- KEEP THE DISTINCT RUN DATES IN THE  *  00034408
      *    DECK, ONE TABLE ENTRY PER DATE, FOR THE SCHDTRG TRIGGERS. *  00034412
      *    THE DECK IS IN DATE ORDER, SO A NEW DATE IS ONE THAT      *  00034416
      *    DIFFERS FROM THE LAST ENTRY.  RECORDS SKIPPED ON A        *  00034420
      *    RESTART ARE NOTED TOO -- THEIR DATES STILL NEED TRIGGERS. *  00034424
      ***************************************************************** 00034428
       1150-NOTE-RUN-DATE.                                              00034432
           IF WS-DATE-COUNT > ZERO                                      00034436
               IF HR-RUN-DATE = WS-DECK-DATE (WS-DATE-COUNT)            00034440
                   GO TO 1150-EXIT                                      00034444
               END-IF                                                   00034448
           END-IF                                                       00034452
           IF WS-DATE-COUNT NOT < WS-MAX-DATES                          00034456
               DISPLAY 'HELLOWORLD - OVER 31 RUN DATES, NO TRIGGER FOR '00034460
                   HR-RUN-DATE                                          00034464
               GO TO 1150-EXIT                                          00034468
           END-IF                                                       00034472
           ADD 1 TO WS-DATE-COUNT                                       00034476
           MOVE HR-RUN-DATE TO WS-DECK-DATE (WS-DATE-COUNT).            00034480
       1150-EXIT.                                                       00034484
           EXIT.                                                        00034488
      *                                                                 00034492
      ***************************************************************** 00034500
      *    1200-READ-CHECKPOINT -- PICK UP THE LAST SITE/SHIFT KEY   *  00034600
      *    COMPLETED BY A PRIOR EXECUTION.  A SPACES (OR EMPTY)      *  00034700
      *    CHECKPOINT MEANS THE LAST RUN ENDED CLEAN AND THIS IS A   *  00034800
      *    NORMAL START; ANYTHING ELSE ARMS RESTART SKIPPING, WHICH  *  00034900
      *    1250-FIND-CHECKPOINT DISARMS AGAIN IF THE CHECKPOINTED    *  00035000
      *    KEY IS NOT IN THIS DECK (A STALE CHECKPOINT).             *  00035100
      ***************************************************************** 00035200
       1200-READ-CHECKPOINT.                                            00035300
           OPEN INPUT CHKPT                                             00035400
       1200-EXIT.                                                       00038200
           EXIT.                                                        00038300
      *                                                                 00038400
      ***************************************************************** 00038401
      *    1250-FIND-CHECKPOINT -- PRE-SCAN HELLOTRN FOR THE         *  00038402
      *    CHECKPOINTED DATE/SITE/SHIFT.  A CATCH-UP DECK SPANS      *  00038403
      *    SEVERAL DATES, SO THE CHECKPOINT CANNOT BE JUDGED BY THE  *  00038404
      *    FIRST RECORD'S DATE ALONE.  IF THE KEY IS NOT IN THE      *  00038405
      *    DECK THE CHECKPOINT BELONGS TO SOME OTHER CYCLE AND THIS  *  00038406
      *    IS A NORMAL START.  HELLOTRN IS REOPENED FOR THE REAL     *  00038407
      *    PASS EITHER WAY.                                          *  00038408
      ***************************************************************** 00038409
       1250-FIND-CHECKPOINT.                                            00038410
           MOVE SPACES            TO HC-CHECKPOINT-RECORD               00038411
           MOVE WS-CHK-RUN-DATE   TO HC-RUN-DATE                        00038412
           MOVE WS-CHK-SITE-CODE  TO HC-SITE-CODE                       00038413
           MOVE WS-CHK-SHIFT-CODE TO HC-SHIFT-CODE                      00038414
           MOVE HC-KEY TO WS-CHK-KEY                                    00038415
           MOVE 'N' TO WS-SW-CHK-IN-DECK                                00038416
           MOVE 'N' TO WS-SW-SCAN-DONE                                  00038417
           PERFORM 1260-SCAN-ONE-RECORD THRU 1260-EXIT                  00038418
               UNTIL WS-SCAN-DONE                                       00038419
           CLOSE HELLOTRN                                               00038420
           OPEN INPUT HELLOTRN                                          00038421
           IF WS-HELLOTRN-STATUS NOT = '00'                             00038422
               MOVE 'OPEN'     TO WS-ERROR-OPERATION                    00038423
               MOVE 'HELLOTRN' TO WS-ERROR-FILE-ID                      00038424
               MOVE WS-HELLOTRN-STATUS TO WS-ERROR-STATUS               00038425
               GO TO 9999-ABEND-EXIT                                    00038426
           END-IF                                                       00038427
           IF NOT WS-CHK-IN-DECK                                        00038428
               MOVE 'N' TO WS-SW-RESTART                                00038429
           END-IF.                                                      00038430
       1250-EXIT.                                                       00038431
           EXIT.                                                        00038432
      *                                                                 00038433
       1260-SCAN-ONE-RECORD.                                            00038434
           READ HELLOTRN                                                00038435
               AT END                                                   00038436
                   SET WS-SCAN-DONE TO TRUE                             00038437
           END-READ                                                     00038438
           IF WS-SCAN-DONE                                              00038439
               GO TO 1260-EXIT                                          00038440
           END-IF                                                       00038441
           IF WS-HELLOTRN-STATUS NOT = '00'                             00038442
               MOVE 'READ'     TO WS-ERROR-OPERATION                    00038443
               MOVE 'HELLOTRN' TO WS-ERROR-FILE-ID                      00038444
               MOVE WS-HELLOTRN-STATUS TO WS-ERROR-STATUS               00038445
               GO TO 9999-ABEND-EXIT                                    00038446
           END-IF                                                       00038447
           IF HR-TRAILER-REC                                            00038448
               SET WS-SCAN-DONE TO TRUE                                 00038449
               GO TO 1260-EXIT                                          00038450
           END-IF                                                       00038451
           MOVE HR-RUN-DATE   TO WS-DECK-RUN-DATE                       00038452
           MOVE HR-SITE-CODE  TO WS-DECK-SITE-CODE                      00038453
           MOVE HR-SHIFT-CODE TO WS-DECK-SHIFT-CODE                     00038454
           IF WS-DECK-KEY = WS-CHK-KEY                                  00038455
               SET WS-CHK-IN-DECK TO TRUE                               00038456
               SET WS-SCAN-DONE TO TRUE                                 00038457
           END-IF.                                                      00038458
       1260-EXIT.                                                       00038459
           EXIT.                                                        00038460
      *                                                                 00038461
       2000-PROCESS-TRANSACTION.                                        00038500
           IF WS-RESTART-PENDING                                        00038600
               MOVE HR-RUN-DATE TO WS-RUN-DATE                          00038700
               PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT             00039300
               GO TO 2000-EXIT                                          00039400
           END-IF                                                       00039500
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD                      00039550
           ACCEPT WS-START-TIME FROM TIME                               00039600
           MOVE HR-SITE-CODE  TO WS-SITE-CODE                           00039700
           MOVE HR-SHIFT-CODE TO WS-SHIFT-CODE                          00039800
               MOVE WS-RUN-DATE      TO HH-RUN-DATE                     00044900
               MOVE WS-SITE-CODE     TO HH-SITE-CODE                    00045000
               MOVE WS-SHIFT-CODE    TO HH-SHIFT-CODE                   00045100
               MOVE WS-START-DATE    TO HH-START-DATE                   00045150
               MOVE WS-START-TIME    TO HH-START-TIME                   00045200
               MOVE WS-END-TIME      TO HH-END-TIME                     00045300
               MOVE RETURN-CODE      TO HH-COND-CODE                    00045400
       4000-EXIT.                                                       00046100
           EXIT.                                                        00046200
      *                                                                 00046300
      ***************************************************************** 00046400
      *    5000-WRITE-TRIGGER -- ONE SCHDTRG TRIGGER PER RUN DATE IN *  00046500
      *    THE DECK, SO A CATCH-UP CYCLE RELEASES EVERY MISSED DAY'S *  00046600
      *    SUCCESSORS.  AN EMPTY DECK STILL WRITES ONE TRIGGER FOR   *  00046700
      *    TODAY, AS IT ALWAYS HAS.                                  *  00046800
      ***************************************************************** 00046900
       5000-WRITE-TRIGGER.                                              00047000
           ACCEPT WS-END-TIME FROM TIME                                 00047100
           OPEN EXTEND SCHDTRG                                          00047200
           IF WS-SCHDTRG-STATUS NOT = '00'                              00047300
               MOVE 'OPEN'    TO WS-ERROR-OPERATION                     00047400
               MOVE 'SCHDTRG' TO WS-ERROR-FILE-ID                       00047500
               MOVE WS-SCHDTRG-STATUS TO WS-ERROR-STATUS                00047600
               PERFORM 9000-FILE-ERROR THRU 9000-EXIT                   00047700
               MOVE 16 TO RETURN-CODE                                   00047800
               GO TO 5000-EXIT                                          00047900
           END-IF                                                       00048000
           IF WS-DATE-COUNT = ZERO                                      00048100
               MOVE 1 TO WS-DATE-COUNT                                  00048200
               MOVE WS-RUN-DATE TO WS-DECK-DATE (1)                     00048300
           END-IF                                                       00048400
           MOVE 1 TO WS-DATE-SUB                                        00048405
           PERFORM 5100-WRITE-ONE-TRIGGER THRU 5100-EXIT                00048410
               UNTIL WS-DATE-SUB > WS-DATE-COUNT                        00048415
           CLOSE SCHDTRG.                                               00048420
       5000-EXIT.                                                       00048425
           EXIT.                                                        00048430
      *                                                                 00048435
       5100-WRITE-ONE-TRIGGER.                                          00048440
           MOVE SPACES TO HT-TRIGGER-RECORD                             00048445
           MOVE 'HERC01A' TO HT-JOB-NAME                                00048450
           MOVE WS-DECK-DATE (WS-DATE-SUB) TO HT-RUN-DATE               00048455
           MOVE WS-END-TIME TO HT-COMPLETION-TIME                       00048460
           MOVE ZERO TO HT-RETURN-CODE                                  00048465
           MOVE 'N' TO HT-CONSUMED-FLAG                                 00048470
           WRITE HT-TRIGGER-RECORD                                      00048475
           ADD 1 TO WS-DATE-SUB.                                        00048480
       5100-EXIT.                                                       00048485
           EXIT.                                                        00048490
      *                                                                 00048500
      ***************************************************************** 00048600
      *    6000-WRITE-CHECKPOINT -- OVERLAY THE ONE-RECORD RESTART   *  00048700
       6100-EXIT.                                                       00052200
           EXIT.                                                        00052300
      *                                                                 00052400
      ***************************************************************** 00052404
      *    8800-SET-CYCLE-STATUS -- MOVE THE CYCLE ON CYCLCTL TO     *  00052408
      *    WS-NEW-CYCLE-STATUS THROUGH HELLOCYC.  THE CONTROL RECORD *  00052412
      *    IS BOOKKEEPING FOR THE OPERATORS, SO A FAILURE TO UPDATE  *  00052416
      *    IT IS DISPLAYED BUT NEVER STOPS THE CYCLE.                *  00052420
      ***************************************************************** 00052424
       8800-SET-CYCLE-STATUS.                                           00052428
           MOVE 'READ' TO WS-CYCLCTL-FUNCTION                           00052432
           CALL 'HELLOCYC' USING WS-CYCLCTL-FUNCTION,                   00052436
                   HK-CYCLE-CONTROL-RECORD, WS-CYCLCTL-STATUS           00052440
           IF WS-CYCLCTL-STATUS = '00'                                  00052444
               MOVE WS-NEW-CYCLE-STATUS TO HK-CYCLE-STATUS              00052448
               MOVE WS-LOG-PROGRAM TO HK-LAST-PROGRAM                   00052452
               MOVE 'WRIT' TO WS-CYCLCTL-FUNCTION                       00052456
               CALL 'HELLOCYC' USING WS-CYCLCTL-FUNCTION,               00052460
                       HK-CYCLE-CONTROL-RECORD, WS-CYCLCTL-STATUS       00052464
           END-IF                                                       00052468
           IF WS-CYCLCTL-STATUS NOT = '00'                              00052472
               DISPLAY 'HELLOWORLD - CYCLE CONTROL NOT SET TO '         00052476
                   WS-NEW-CYCLE-STATUS ', STATUS=' WS-CYCLCTL-STATUS    00052480
           END-IF.                                                      00052484
       8800-EXIT.                                                       00052488
           EXIT.                                                        00052492
      *                                                                 00052496
       9000-FILE-ERROR.                                                 00052500
           MOVE SPACES TO HE-ERROR-RECORD                               00052600
           STRING 'HELLOWORLD - ' DELIMITED BY SIZE                     00052700
       9990-ABEND-TERMINATE.                                            00058000
           MOVE 16 TO RETURN-CODE                                       00058100
           PERFORM 4000-WRITE-HISTORY THRU 4000-EXIT                    00058200
           MOVE 'FAILED' TO WS-NEW-CYCLE-STATUS                         00058230
           PERFORM 8800-SET-CYCLE-STATUS THRU 8800-EXIT                 00058260
           GOBACK.                                                      00058300
/*                                                                      00058400
//LKED    EXEC PGM=IEWL,COND=((7,LT,CHKLIB),(4,LT,COB))                 00058500
//SYSUT1   DD UNIT=SYSDA,SPACE=(TRK,(3,3))                              00063100
//SYSPRINT DD SYSOUT=A                                                  00063200
//SYSLIN   DD DSN=&&LOADST5,DISP=(OLD,DELETE)                           00063300
//*                                                                     00063304
//*    HELLOCYC IS THE SHARED CYCLE CONTROL ROUTINE -- EVERY STEP       00063308
//*    THAT OPENS, ADVANCES OR CLOSES THE CYCLE ON CYCLCTL CALLS        00063312
//*    IT, SO IT IS CATALOGED AS ITS OWN LOAD MODULE LIKE HELLOLOG.     00063316
//*                                                                     00063320
//COBCYC  EXEC PGM=IKFCBL00,REGION=512K,PARM=(LIB,DYNAM),               00063324
//            COND=((7,LT,CHKLIB),(4,LT,COB))                           00063328
//SYSLIB   DD DSN=HERC01.HELLOW.COB,DISP=SHR                            00063332
//SYSPRINT DD SYSOUT=A                                                  00063336
//SYSPUNCH DD DSN=&&LOADST8,UNIT=SYSDA,DISP=(MOD,PASS),                 00063340
//            SPACE=(TRK,(3,3)),DCB=BLKSIZE=400                         00063344
//SYSUT1   DD UNIT=SYSDA,SPACE=(CYL,(1,1))                              00063348
//SYSUT2   DD UNIT=SYSDA,SPACE=(CYL,(1,1))                              00063352
//SYSUT3   DD UNIT=SYSDA,SPACE=(CYL,(1,1))                              00063356
//SYSIN    DD DSN=HERC01.HELLOW.SRCLIB(HELLOCYC),DISP=SHR               00063360
//LKEDCYC EXEC PGM=IEWL,COND=((7,LT,CHKLIB),(4,LT,COBCYC))              00063364
//SYSLIB   DD DSN=SYS1.COBLIB,DISP=SHR                                  00063368
//SYSLMOD  DD DSN=HERC01.HELLOW.LOAD(HELLOCYC),DISP=SHR                 00063372
//SYSUT1   DD UNIT=SYSDA,SPACE=(TRK,(3,3))                              00063376
//SYSPRINT DD SYSOUT=A                                                  00063380
//SYSLIN   DD DSN=&&LOADST8,DISP=(OLD,DELETE)                           00063384
//*                                                                     00063385
//*    HELLOVAL CHECKS THAT THE CONTROL FILES AGREE WITH EACH OTHER     00063386
//*    BEFORE THE NIGHT STARTS -- MSGCTL, SITECAL, DISTCTL,             00063387
//*    DEADLINE AND JOBDEP, WITH THE SITE MASTER FOR REFERENCE.         00063388
//*    FINDINGS PRINT ON GOVAL.RPTOUT GROUPED BY FILE.  CONDITION       00063389
//*    CODE 4 (WARNINGS ONLY) LETS THE CYCLE RUN; 8 (AN ERROR) OR       00063390
//*    16 BYPASSES GODKB AND EVERY STEP AFTER IT, SO NO CYCLE IS        00063391
//*    OPENED -- FIX THE FILE, CHECK IT WITH THE HELLOVAL JOB AND       00063392
//*    RESUBMIT FROM THE TOP.                                           00063393
//*                                                                     00063394
//COBVAL  EXEC PGM=IKFCBL00,REGION=512K,PARM=(LIB,DYNAM),               00063395
//            COND=((7,LT,CHKLIB),(4,LT,COB))                           00063396
//SYSLIB   DD DSN=HERC01.HELLOW.COB,DISP=SHR                            00063397
//SYSPRINT DD SYSOUT=A                                                  00063398
//SYSPUNCH DD DSN=&&LOADST10,UNIT=SYSDA,DISP=(MOD,PASS),                00063399
//            SPACE=(TRK,(3,3)),DCB=BLKSIZE=400                         00063400
//SYSUT1   DD UNIT=SYSDA,SPACE=(CYL,(1,1))                              00063401
//SYSUT2   DD UNIT=SYSDA,SPACE=(CYL,(1,1))                              00063402
//SYSUT3   DD UNIT=SYSDA,SPACE=(CYL,(1,1))                              00063403
//SYSIN    DD DSN=HERC01.HELLOW.SRCLIB(HELLOVAL),DISP=SHR               00063404
//LKEDVAL EXEC PGM=IEWL,COND=((7,LT,CHKLIB),(4,LT,COBVAL))              00063405
//SYSLIB   DD DSN=SYS1.COBLIB,DISP=SHR                                  00063406
//SYSLMOD  DD DSN=HERC01.HELLOW.LOAD(HELLOVAL),DISP=SHR                 00063407
//SYSUT1   DD UNIT=SYSDA,SPACE=(TRK,(3,3))                              00063408
//SYSPRINT DD SYSOUT=A                                                  00063409
//SYSLIN   DD DSN=&&LOADST10,DISP=(OLD,DELETE)                          00063410
//GOVAL   EXEC PGM=HELLOVAL,                                            00063411
//            COND=((7,LT,CHKLIB),(4,LT,COBVAL),(4,LT,LKEDVAL))         00063412
//STEPLIB  DD DSN=HERC01.HELLOW.LOAD,DISP=SHR                           00063413
//SYSOUT   DD SYSOUT=A                                                  00063414
//MSGCTL   DD DSN=HERC01.HELLOW.MSGCTL,DISP=SHR                         00063415
//SITEMST  DD DSN=HERC01.HELLOW.SITEMST,DISP=SHR                        00063416
//SITECAL  DD DSN=HERC01.HELLOW.SITECAL,DISP=SHR                        00063417
//DISTCTL  DD DSN=HERC01.HELLOW.DISTCTL,DISP=SHR                        00063418
//DEADLINE DD DSN=HERC01.HELLOW.DEADLINE,DISP=SHR                       00063419
//JOBDEP   DD DSN=HERC01.SCHED.JOBDEP,DISP=SHR                          00063420
//RPTOUT   DD SYSOUT=A,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=1330)           00063421
//*                                                                     00063422
//*    HELLODKB IS THE DECK BUILDER.  GODKB WRITES THE NIGHT'S          00063423
//*    HELLOTRN DECK TO HERC01.HELLOW.TRNDECK FROM MSGCTL AND THE       00063424
//*    SITE CALENDAR, TRAILER COUNT INCLUDED, SO GOEDT EDITS A          00063430
//*    MACHINE-BUILT DECK INSTEAD OF A HAND-PUNCHED ONE.                00063440
//*                                                                     00063442
//SYSPRINT DD SYSOUT=A                                                  00063472
//SYSLIN   DD DSN=&&LOADST7,DISP=(OLD,DELETE)                           00063474
//GODKB   EXEC PGM=HELLODKB,                                            00063476
//            COND=((7,LT,CHKLIB),(4,LT,COBDKB),(4,LT,LKEDDKB),         00063478
//            (4,LT,COBCYC),(4,LT,LKEDCYC),                             00063479
//            (4,LT,COBVAL),(4,LT,LKEDVAL),(4,LT,GOVAL))                00063480
//STEPLIB  DD DSN=HERC01.HELLOW.LOAD,DISP=SHR                           00063481
//SYSOUT   DD SYSOUT=A                                                  00063482
//MSGCTL   DD DSN=HERC01.HELLOW.MSGCTL,DISP=SHR                         00063484
//SITECAL  DD DSN=HERC01.HELLOW.SITECAL,DISP=SHR                        00063486
//HELLOHST DD DSN=HERC01.HELLOW.HIST,DISP=SHR                           00063487
//TRNDECK  DD DSN=HERC01.HELLOW.TRNDECK,DISP=OLD                        00063488
//CYCLCTL  DD DSN=HERC01.HELLOW.CYCLCTL,DISP=SHR                        00063489
//CYCLCARD DD *                                                         00063490
20260809                                                                00063492
/*                                                                      00063494
//SYSLIN   DD DSN=&&LOADST6,DISP=(OLD,DELETE)                           00065600
//GOEDT   EXEC PGM=HELLOEDT,                                            00065700
//            COND=((7,LT,CHKLIB),(4,LT,COBEDT),(4,LT,LKEDEDT),         00065800
//            (4,LT,COBDKB),(4,LT,LKEDDKB),(4,LT,GODKB),                00065810
//            (4,LT,COBVAL),(4,LT,LKEDVAL),(4,LT,GOVAL),                00065830
//            (4,LT,COBCYC),(4,LT,LKEDCYC))                             00065850
//STEPLIB  DD DSN=HERC01.HELLOW.LOAD,DISP=SHR                           00065900
//SYSOUT   DD SYSOUT=A                                                  00066000
//HELLOTRN DD DSN=HERC01.HELLOW.TRNDECK,DISP=SHR                        00066100
//MSGCTL   DD DSN=HERC01.HELLOW.MSGCTL,DISP=SHR                         00066900
//SITECAL  DD DSN=HERC01.HELLOW.SITECAL,DISP=SHR                        00066910
//SITEMST  DD DSN=HERC01.HELLOW.SITEMST,DISP=SHR                        00066950
//TRNOK    DD DSN=HERC01.HELLOW.TRNOK,DISP=OLD                          00067000
//TRNREJ   DD DSN=HERC01.HELLOW.TRNREJ,DISP=OLD                         00067100
//CYCLCTL  DD DSN=HERC01.HELLOW.CYCLCTL,DISP=SHR                        00067150
//EDTLIST  DD SYSOUT=A,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=1330)           00067200
//GO      EXEC PGM=HELLOWLD,                                            00067600
//            COND=((7,LT,CHKLIB),(4,LT,COB),(4,LT,LKED),               00067700
//            (4,LT,COBSUB),(4,LT,LKEDSUB),                             00067800
//            (4,LT,COBLOG),(4,LT,LKEDLOG),                             00067900
//            (4,LT,COBEDT),(4,LT,LKEDEDT),(4,LT,GOEDT),                00068000
//            (4,LT,GODKB),(4,LT,GOVAL),(4,LT,COBCYC),(4,LT,LKEDCYC))   00068010
//STEPLIB  DD DSN=HERC01.HELLOW.LOAD,DISP=SHR                           00068100
//SYSOUT   DD SYSOUT=A                                                  00068200
//HELLOTRN DD DSN=HERC01.HELLOW.TRNOK,DISP=OLD                          00068300
//SCHDTRG  DD DSN=HERC01.SCHED.TRIGGER,DISP=MOD                         00068800
//EVENTLOG DD DSN=HERC01.HELLOW.EVTLOG,DISP=SHR                         00068900
//CHKPT    DD DSN=HERC01.HELLOW.CHKPT,DISP=OLD                          00069000
//CYCLCTL  DD DSN=HERC01.HELLOW.CYCLCTL,DISP=SHR                        00069050
//*                                                                     00069100
//COBRPT  EXEC PGM=IKFCBL00,REGION=512K,PARM=(LIB,DYNAM),               00069200
//            COND=((7,LT,CHKLIB),(4,LT,COB),(4,LT,LKED),               00069300
//            (4,LT,COBSUB),(4,LT,LKEDSUB),                             00069400
//            (4,LT,COBLOG),(4,LT,LKEDLOG),                             00069500
//            (4,LT,GOEDT),(4,LT,GO),(4,LT,GODKB),(4,LT,GOVAL))         00069600
//SYSLIB   DD DSN=HERC01.HELLOW.COB,DISP=SHR                            00069700
//SYSPRINT DD SYSOUT=A                                                  00069800
//SYSPUNCH DD DSN=&&LOADST2,UNIT=SYSDA,DISP=(MOD,PASS),                 00069900
//            (4,LT,COBSUB),(4,LT,LKEDSUB),                             00071300
//            (4,LT,COBLOG),(4,LT,LKEDLOG),                             00071400
//            (4,LT,GOEDT),(4,LT,GO),                                   00071500
//            (4,LT,COBRPT),(4,LT,LKEDRPT),(4,LT,GODKB),(4,LT,GOVAL),   00071600
//            (4,LT,COBCYC),(4,LT,LKEDCYC))                             00071650
//STEPLIB  DD DSN=HERC01.HELLOW.LOAD,DISP=SHR                           00071700
//RPTDATA  DD DSN=HERC01.HELLOW.RPTDATA,DISP=OLD                        00071800
//EVENTLOG DD DSN=HERC01.HELLOW.EVTLOG,DISP=SHR                         00071900
//DISTCTL  DD DSN=HERC01.HELLOW.DISTCTL,DISP=SHR                        00071910
//SITEMST  DD DSN=HERC01.HELLOW.SITEMST,DISP=SHR                        00071915
//SITEOUT1 DD DSN=HERC01.HELLOW.SITERPT1,DISP=OLD                       00071920
//SITEOUT2 DD DSN=HERC01.HELLOW.SITERPT2,DISP=OLD                       00071930
//SITEOUT3 DD DSN=HERC01.HELLOW.SITERPT3,DISP=OLD                       00071940
//SITEOUT4 DD DSN=HERC01.HELLOW.SITERPT4,DISP=OLD                       00071950
//CYCLCTL  DD DSN=HERC01.HELLOW.CYCLCTL,DISP=SHR                        00071970
//SYSOUT   DD DSN=HERC01.HELLOW.REPORT(+1),                             00072000
//            DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,                       00072100
//            SPACE=(TRK,(5,5)),                                        00072200
//*    STEPS CAN NEVER DRIFT APART) AND CROSS-CHECKS RPTDATA,           00072800
//*    HELLOHST AND THE TRIGGER DATASET AGAINST IT: ONE REPORT          00072900
//*    DETAIL AND ONE HISTORY ROW PER SITE/SHIFT, AND EXACTLY ONE       00073000
//*    TRIGGER RECORD PER CYCLE DATE FOR A CLEAN CYCLE (A CATCH-UP      00073100
//*    DECK IS BALANCED DATE BY DATE).  A MISMATCH ENDS WITH            00073150
//*    CONDITION CODE 8 SO THE SCHEDULER HOLDS DOWNSTREAM JOBS --       00073200
//*    SEE GORCN.RPTOUT FOR THE OUT-OF-BALANCE REPORT.                  00073300
//*                                                                     00073400
//            (4,LT,COBSUB),(4,LT,LKEDSUB),                             00073700
//            (4,LT,COBLOG),(4,LT,LKEDLOG),                             00073800
//            (4,LT,GOEDT),(4,LT,GO),                                   00073900
//            (4,LT,COBRPT),(4,LT,LKEDRPT),(4,LT,GORPT),                00074000
//            (4,LT,GODKB),(4,LT,GOVAL))                                00074050
//SYSLIB   DD DSN=HERC01.HELLOW.COB,DISP=SHR                            00074100
//SYSPRINT DD SYSOUT=A                                                  00074200
//SYSPUNCH DD DSN=&&LOADST4,UNIT=SYSDA,DISP=(MOD,PASS),                 00074300
//            (4,LT,COBLOG),(4,LT,LKEDLOG),                             00075800
//            (4,LT,GOEDT),(4,LT,GO),                                   00075900
//            (4,LT,COBRPT),(4,LT,LKEDRPT),(4,LT,GORPT),                00076000
//            (4,LT,COBRCN),(4,LT,LKEDRCN),(4,LT,GODKB),(4,LT,GOVAL),   00076100
//            (4,LT,COBCYC),(4,LT,LKEDCYC))                             00076150
//STEPLIB  DD DSN=HERC01.HELLOW.LOAD,DISP=SHR                           00076200
//SYSOUT   DD SYSOUT=A                                                  00076300
//HELLOTRN DD DSN=HERC01.HELLOW.TRNOK,DISP=SHR                          00076400
//RPTDATA  DD DSN=HERC01.HELLOW.RPTDATA,DISP=SHR                        00076500
//HELLOHST DD DSN=HERC01.HELLOW.HIST,DISP=SHR                           00076600
//SCHDTRG  DD DSN=HERC01.SCHED.TRIGGER,DISP=SHR                         00076700
//CYCLCTL  DD DSN=HERC01.HELLOW.CYCLCTL,DISP=SHR                        00076750
//RPTOUT   DD SYSOUT=A,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=1330)           00076800
//*                                                                     00076900
//*    HELLOCRX CUTS THE CYCLE-RESULTS INTERFACE FILE FOR THE           00077000
//*    DOWNSTREAM SYSTEMS -- ONE GENERATION OF                          00077100
//*    HERC01.HELLOW.CYCRSLT (HELLOCRS LAYOUT) PER BALANCED NIGHT:      00077200
//*    A HEADER, ONE DETAIL PER SITE/SHIFT PER CYCLE DATE WITH ITS      00077300
//*    TIMES, CONDITION CODE, GREETING AND DISPOSITION (RUN,            00077400
//*    REJECTED, REPAIRED, DARK OR MISSING), AND A TRAILER WITH THE     00077500
//*    DETAIL COUNT AND A HASH TOTAL OF THE CONDITION CODES.  GOCRX     00077600
//*    RUNS ONLY WHEN GORCN ENDS WITH CONDITION CODE 0, AND HELLOCRX    00077700
//*    ITSELF CHECKS THAT CYCLCTL SAYS COMPLETE (RC 8 AND NOTHING       00077800
//*    CUT IF NOT).  A GENERATION WITHOUT A TRAILER (GOCRX RC 16)       00077900
//*    IS INCOMPLETE -- DELETE IT BEFORE RERUNNING.  HELLOFIX CUTS      00078000
//*    A NEWER GENERATION ONCE REJECTS ARE REPAIRED.                    00078100
//*                                                                     00078200
//COBCRX  EXEC PGM=IKFCBL00,REGION=512K,PARM=(LIB,DYNAM),               00078300
//            COND=((7,LT,CHKLIB),(4,LT,COB),(4,LT,LKED),               00078400
//            (4,LT,COBSUB),(4,LT,LKEDSUB),                             00078500
//            (4,LT,COBLOG),(4,LT,LKEDLOG),                             00078600
//            (4,LT,GOEDT),(4,LT,GO),                                   00078700
//            (4,LT,COBRPT),(4,LT,LKEDRPT),(4,LT,GORPT),                00078800
//            (4,LT,COBRCN),(4,LT,LKEDRCN),(4,LT,GODKB),                00078900
//            (4,LT,GOVAL),(0,NE,GORCN))                                00078950
//SYSLIB   DD DSN=HERC01.HELLOW.COB,DISP=SHR                            00079000
//SYSPRINT DD SYSOUT=A                                                  00079100
//SYSPUNCH DD DSN=&&LOADST9,UNIT=SYSDA,DISP=(MOD,PASS),                 00079200
//            SPACE=(TRK,(3,3)),DCB=BLKSIZE=400                         00079300
//SYSUT1   DD UNIT=SYSDA,SPACE=(CYL,(1,1))                              00079400
//SYSUT2   DD UNIT=SYSDA,SPACE=(CYL,(1,1))                              00079500
//SYSUT3   DD UNIT=SYSDA,SPACE=(CYL,(1,1))                              00079600
//SYSIN    DD DSN=HERC01.HELLOW.SRCLIB(HELLOCRX),DISP=SHR               00079700
//LKEDCRX EXEC PGM=IEWL,COND=((7,LT,CHKLIB),(4,LT,COBCRX))              00079800
//SYSLIB   DD DSN=SYS1.COBLIB,DISP=SHR                                  00079900
//SYSLMOD  DD DSN=HERC01.HELLOW.LOAD(HELLOCRX),DISP=SHR                 00080000
//SYSUT1   DD UNIT=SYSDA,SPACE=(TRK,(3,3))                              00080100
//SYSPRINT DD SYSOUT=A                                                  00080200
//SYSLIN   DD DSN=&&LOADST9,DISP=(OLD,DELETE)                           00080300
//GOCRX   EXEC PGM=HELLOCRX,                                            00080400
//            COND=((7,LT,CHKLIB),(4,LT,COB),(4,LT,LKED),               00080500
//            (4,LT,COBSUB),(4,LT,LKEDSUB),                             00080600
//            (4,LT,COBLOG),(4,LT,LKEDLOG),                             00080700
//            (4,LT,GOEDT),(4,LT,GO),                                   00080800
//            (4,LT,COBRPT),(4,LT,LKEDRPT),(4,LT,GORPT),                00080900
//            (4,LT,COBRCN),(4,LT,LKEDRCN),(0,NE,GORCN),(4,LT,GODKB),   00081000
//            (4,LT,GOVAL),                                             00081050
//            (4,LT,COBCYC),(4,LT,LKEDCYC),                             00081100
//            (4,LT,COBCRX),(4,LT,LKEDCRX))                             00081200
//STEPLIB  DD DSN=HERC01.HELLOW.LOAD,DISP=SHR                           00081300
//SYSOUT   DD SYSOUT=A                                                  00081400
//MSGCTL   DD DSN=HERC01.HELLOW.MSGCTL,DISP=SHR                         00081500
//SITECAL  DD DSN=HERC01.HELLOW.SITECAL,DISP=SHR                        00081600
//HELLOHST DD DSN=HERC01.HELLOW.HIST,DISP=SHR                           00081700
//TRNREJ   DD DSN=HERC01.HELLOW.TRNREJ,DISP=SHR                         00081800
//RPTDATA  DD DSN=HERC01.HELLOW.RPTDATA,DISP=SHR                        00081900
//CYCLCTL  DD DSN=HERC01.HELLOW.CYCLCTL,DISP=SHR                        00082000
//CRXOUT   DD DSN=HERC01.HELLOW.CYCRSLT(+1),                            00082100
//            DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,                       00082200
//            SPACE=(TRK,(5,5)),                                        00082300
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=1000)                     00082400
