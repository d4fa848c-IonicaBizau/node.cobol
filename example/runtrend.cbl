000220*                    ENVPROF FILE THAT QUALIFIES EVERY FILE
000230*                    NAME, SO A TEST TREND RUN READS ONLY THE
000240*                    TEST-QUALIFIED RUN HISTORY.
000250*   2026-10-15  DO   RUNHIST RECORD CARRIES RH-WORKER-COUNT
000260*                    IN THE HIGH-ORDER DIGIT OF THE OLD
000270*                    RH-STEP2-ELAPSED, AS WRITTEN BY MAIN.
000280*----------------------------------------------------------------
000290* Compile this file on its own:
000300*
000310*  $ cobc -x example/runtrend.cbl
000320*
000330* Then execute the binary file:
000340*
000350*  $ ./runtrend
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400*----------------------------------------------------------------
000410*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000420*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000430*----------------------------------------------------------------
000440     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-ENVPROF-STATUS.
000470
000480*----------------------------------------------------------------
000490*    RUN HISTORY MASTER - THE RECORD MAIN WRITES AT FINALIZE
000500*----------------------------------------------------------------
000510     SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
000520         WS-RUNHIST-FILENAME
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS RH-RUN-ID
000560         FILE STATUS IS WS-RUNHIST-STATUS.
000570
000580*----------------------------------------------------------------
000590*    TREND LIMITS CONFIG - OPTIONAL, CONSECUTIVE-FAILURE LIMIT
000600*----------------------------------------------------------------
000610     SELECT TREND-CONFIG-FILE ASSIGN TO DYNAMIC
000620         WS-TRENDCFG-FILENAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-TRENDCFG-STATUS.
000650
000660*----------------------------------------------------------------
000670*    TREND REPORT
000680*----------------------------------------------------------------
000690     SELECT TREND-REPORT-FILE ASSIGN TO DYNAMIC
000700         WS-RUNTRPT-FILENAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RUNTRPT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ENV-PROFILE-FILE.
000770 01  ENV-PROFILE-RECORD.
000780     05  EV-ENV-NAME                 PIC X(08).
000790     05  FILLER                      PIC X(01).
000800     05  EV-PREFIX                   PIC X(20).
000810
000820 FD  RUN-HISTORY-FILE.
000830 01  RUN-HISTORY-RECORD.
000840     05  RH-RUN-ID                   PIC X(16).
000850     05  RH-START-TIMESTAMP          PIC X(20).
000860     05  RH-END-TIMESTAMP            PIC X(20).
000870     05  RH-STEP1-STATUS             PIC X(08).
000880     05  RH-STEP2-STATUS             PIC X(08).
000890     05  RH-STEP3-STATUS             PIC X(08).
000900     05  RH-WORKER-COUNT             PIC 9(01).
000910     05  RH-STEP2-ELAPSED            PIC 9(07).
000920     05  RH-IMAGE-COUNT              PIC 9(05).
000930     05  RH-IMAGE-SUCCESS            PIC 9(05).
000940     05  RH-SNIPPET-NAME             PIC X(08).
000950     05  RH-PORT                     PIC 9(05).
000960
000970 FD  TREND-CONFIG-FILE.
000980 01  TREND-CONFIG-RECORD.
000990     05  TC-FAIL-RUN-LIMIT           PIC 9(02).
001000
001010 FD  TREND-REPORT-FILE.
001020 01  TREND-REPORT-RECORD             PIC X(100).
001030
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------
001060*    FILE STATUS FIELDS
001070*----------------------------------------------------------------
001080 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
001090 01  WS-RUNHIST-STATUS               PIC X(02)  VALUE "00".
001100 01  WS-TRENDCFG-STATUS              PIC X(02)  VALUE "00".
001110 01  WS-RUNTRPT-STATUS               PIC X(02)  VALUE "00".
001120
001130*----------------------------------------------------------------
001140*    SWITCHES
001150*----------------------------------------------------------------
001160 77  WS-RUNHIST-AVAILABLE-SW         PIC X(01)  VALUE "N".
001170     88  WS-RUNHIST-AVAILABLE                    VALUE "Y".
001180 77  WS-HISTORY-EOF-SW               PIC X(01)  VALUE "N".
001190     88  WS-HISTORY-EOF                          VALUE "Y".
001200 77  WS-FLAG-WRITTEN-SW              PIC X(01)  VALUE "N".
001210     88  WS-FLAG-WRITTEN                         VALUE "Y".
001220 77  WS-STREAK-DONE-SW               PIC X(01)  VALUE "N".
001230     88  WS-STREAK-DONE                          VALUE "Y".
001240 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
001250     88  WS-ENVPROF-EOF                          VALUE "Y".
001260 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
001270     88  WS-ENV-FOUND                            VALUE "Y".
001280
001290*----------------------------------------------------------------
001300*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
001310*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
001320*----------------------------------------------------------------
001330 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
001340 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
001350 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
001360 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
001370 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
001380 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
001390 01  WS-RUNHIST-FILENAME             PIC X(80) VALUE "RUNHIST".
001400 01  WS-TRENDCFG-FILENAME            PIC X(80) VALUE "TRENDCFG".
001410 01  WS-RUNTRPT-FILENAME             PIC X(80) VALUE "RUNTRPT".
001420
001430*----------------------------------------------------------------
001440*    COUNTERS AND SUBSCRIPTS
001450*----------------------------------------------------------------
001460 77  WS-RUNS-READ                    PIC 9(05)  COMP VALUE ZERO.
001470 77  WS-RUN-COUNT                    PIC 9(02)  COMP VALUE ZERO.
001480 77  WS-RUN-SUB                      PIC 9(02)  COMP VALUE ZERO.
001490 77  WS-SHIFT-SUB                    PIC 9(02)  COMP VALUE ZERO.
001500 77  WS-PRIOR-COUNT                  PIC 9(02)  COMP VALUE ZERO.
001510 77  WS-CONVERT-BASIS                PIC 9(02)  COMP VALUE ZERO.
001520 77  WS-STREAK-COUNT                 PIC 9(02)  COMP VALUE ZERO.
001530 77  WS-STEP-NUMBER                  PIC 9(01)  COMP VALUE ZERO.
001540
001550*----------------------------------------------------------------
001560*    TREND LIMITS AND ANALYSIS FIELDS
001570*----------------------------------------------------------------
001580 01  WS-FAIL-RUN-LIMIT               PIC 9(02) VALUE 3.
001590 01  WS-ELAPSED-TOTAL                PIC 9(12) COMP VALUE ZERO.
001600 01  WS-SUCCESS-TOTAL                PIC 9(12) COMP VALUE ZERO.
001610 01  WS-AVG-ELAPSED                  PIC 9(08) COMP VALUE ZERO.
001620 01  WS-AVG-SUCCESS                  PIC 9(08) COMP VALUE ZERO.
001630 01  WS-LATEST-ELAPSED               PIC 9(08) COMP VALUE ZERO.
001640 01  WS-LATEST-SUCCESS               PIC 9(08) COMP VALUE ZERO.
001650 01  WS-TREND-STATUS                 PIC X(08) VALUE SPACES.
001660
001670*----------------------------------------------------------------
001680*    SLIDING WINDOW OF THE LAST 30 RUNS, OLDEST FIRST.  THE
001690*    RUN ID IS A TIMESTAMP, SO KEY ORDER IS RUN ORDER.
001700*----------------------------------------------------------------
001710 01  WS-RUN-TABLE.
001720     05  WS-RUN-ENTRY OCCURS 30 TIMES.
001730         10  RT-RUN-ID               PIC X(16).
001740         10  RT-STEP1-STATUS         PIC X(08).
001750         10  RT-STEP2-STATUS         PIC X(08).
001760         10  RT-STEP3-STATUS         PIC X(08).
001770         10  RT-ELAPSED              PIC 9(08) COMP.
001780         10  RT-IMAGES               PIC 9(05) COMP.
001790         10  RT-SUCCESS              PIC 9(05) COMP.
001800         10  RT-SNIPPET              PIC X(08).
001810         10  RT-PORT                 PIC 9(05).
001820
001830*----------------------------------------------------------------
001840*    TIMESTAMP WORK AREA
001850*----------------------------------------------------------------
001860 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
001870 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
001880 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
001890
001900*----------------------------------------------------------------
001910*    REPORT WORK FIELDS
001920*----------------------------------------------------------------
001930 01  WS-REPORT-LINE                  PIC X(100) VALUE SPACES.
001940 01  WS-ELAPSED-DISPLAY              PIC ZZZZZZZ9 VALUE ZERO.
001950 01  WS-AVG-DISPLAY                  PIC ZZZZZZZ9 VALUE ZERO.
001960 01  WS-COUNT-DISPLAY                PIC ZZZZ9 VALUE ZERO.
001970 01  WS-STREAK-DISPLAY               PIC Z9 VALUE ZERO.
001980 01  WS-STEP-DISPLAY                 PIC 9(01) VALUE ZERO.
001990
002000 PROCEDURE DIVISION.
002010*================================================================
002020*    0000-MAINLINE
002030*================================================================
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002060     PERFORM 2000-LOAD-RUN-HISTORY THRU 2000-EXIT
002070     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
002080     PERFORM 9000-FINALIZE THRU 9000-EXIT
002090     STOP RUN.
002100
002110*================================================================
002120*    1000-INITIALIZE - OPEN FILES, LOAD THE TREND LIMITS
002130*================================================================
002140 1000-INITIALIZE.
002150     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
002160     SET WS-RUNHIST-AVAILABLE TO TRUE
002170     OPEN INPUT RUN-HISTORY-FILE
002180     IF WS-RUNHIST-STATUS NOT = "00"
002190         MOVE "N" TO WS-RUNHIST-AVAILABLE-SW
002200         DISPLAY "RUNTREND: RUNHIST UNAVAILABLE, STATUS "
002210                 WS-RUNHIST-STATUS
002220     END-IF
002230     OPEN OUTPUT TREND-REPORT-FILE
002240     PERFORM 1100-LOAD-TREND-CONFIG THRU 1100-EXIT.
002250 1000-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------------
002290*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
002300*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
002310*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
002320*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
002330*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
002340*----------------------------------------------------------------
002350 1010-RESOLVE-ENVIRONMENT.
002360     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
002370     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
002380         INTO WS-ENV-TOKEN
002390     END-UNSTRING
002400     IF WS-ENV-TOKEN (1:4) = "ENV="
002410         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
002420         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
002430     END-IF
002440     MOVE "RUNHIST" TO WS-BASE-FILENAME
002450     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
002460     MOVE WS-BUILT-FILENAME TO WS-RUNHIST-FILENAME
002470     MOVE "TRENDCFG" TO WS-BASE-FILENAME
002480     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
002490     MOVE WS-BUILT-FILENAME TO WS-TRENDCFG-FILENAME
002500     MOVE "RUNTRPT" TO WS-BASE-FILENAME
002510     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
002520     MOVE WS-BUILT-FILENAME TO WS-RUNTRPT-FILENAME.
002530 1010-EXIT.
002540     EXIT.
002550
002560 1020-LOAD-ENV-PROFILE.
002570     MOVE "N" TO WS-ENV-FOUND-SW
002580     MOVE "N" TO WS-ENVPROF-EOF-SW
002590     OPEN INPUT ENV-PROFILE-FILE
002600     IF WS-ENVPROF-STATUS NOT = "00"
002610         MOVE "Y" TO WS-ENVPROF-EOF-SW
002620     END-IF
002630     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
002640         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
002650     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
002660         CLOSE ENV-PROFILE-FILE
002670     END-IF
002680     IF WS-ENV-FOUND
002690         DISPLAY "RUNTREND: ENVIRONMENT " WS-ENV-NAME
002700                 " - FILE PREFIX " WS-ENV-PREFIX
002710     ELSE
002720         MOVE SPACES TO WS-ENV-PREFIX
002730         STRING WS-ENV-NAME DELIMITED BY SPACE
002740                "."         DELIMITED BY SIZE
002750                INTO WS-ENV-PREFIX
002760         DISPLAY "RUNTREND: ENVIRONMENT " WS-ENV-NAME
002770                 " NOT IN ENVPROF - USING PREFIX "
002780                 WS-ENV-PREFIX
002790     END-IF.
002800 1020-EXIT.
002810     EXIT.
002820
002830 1030-READ-ONE-PROFILE.
002840     READ ENV-PROFILE-FILE
002850         AT END
002860             MOVE "Y" TO WS-ENVPROF-EOF-SW
002870     END-READ
002880     IF WS-ENVPROF-EOF
002890         GO TO 1030-EXIT
002900     END-IF
002910     IF ENV-PROFILE-RECORD = SPACES
002920         OR EV-ENV-NAME (1:1) = "*"
002930         GO TO 1030-EXIT
002940     END-IF
002950     IF EV-ENV-NAME = WS-ENV-NAME
002960         SET WS-ENV-FOUND TO TRUE
002970         MOVE EV-PREFIX TO WS-ENV-PREFIX
002980     END-IF.
002990 1030-EXIT.
003000     EXIT.
003010
003020 1050-BUILD-ONE-FILENAME.
003030     MOVE SPACES TO WS-BUILT-FILENAME
003040     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
003050            WS-BASE-FILENAME DELIMITED BY SPACE
003060            INTO WS-BUILT-FILENAME.
003070 1050-EXIT.
003080     EXIT.
003090
003100 1100-LOAD-TREND-CONFIG.
003110     OPEN INPUT TREND-CONFIG-FILE
003120     IF WS-TRENDCFG-STATUS NOT = "00"
003130         GO TO 1100-EXIT
003140     END-IF
003150     READ TREND-CONFIG-FILE
003160         AT END CONTINUE
003170     END-READ
003180     IF WS-TRENDCFG-STATUS = "00"
003190         AND TC-FAIL-RUN-LIMIT IS NUMERIC
003200         AND TC-FAIL-RUN-LIMIT > ZERO
003210         MOVE TC-FAIL-RUN-LIMIT TO WS-FAIL-RUN-LIMIT
003220     END-IF
003230     CLOSE TREND-CONFIG-FILE.
003240 1100-EXIT.
003250     EXIT.
003260
003270*================================================================
003280*    2000-LOAD-RUN-HISTORY - READ THE WHOLE MASTER IN KEY
003290*    ORDER, KEEPING A SLIDING WINDOW OF THE LAST 30 RUNS
003300*================================================================
003310 2000-LOAD-RUN-HISTORY.
003320     IF NOT WS-RUNHIST-AVAILABLE
003330         GO TO 2000-EXIT
003340     END-IF
003350     MOVE LOW-VALUES TO RH-RUN-ID
003360     START RUN-HISTORY-FILE KEY IS NOT LESS THAN RH-RUN-ID
003370         INVALID KEY
003380             MOVE "Y" TO WS-HISTORY-EOF-SW
003390     END-START
003400     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
003410         UNTIL WS-HISTORY-EOF.
003420 2000-EXIT.
003430     EXIT.
003440
003450 2100-READ-ONE-RUN.
003460     READ RUN-HISTORY-FILE NEXT RECORD
003470         AT END
003480             MOVE "Y" TO WS-HISTORY-EOF-SW
003490     END-READ
003500     IF WS-HISTORY-EOF
003510         GO TO 2100-EXIT
003520     END-IF
003530     ADD 1 TO WS-RUNS-READ
003540     IF WS-RUN-COUNT = 30
003550         PERFORM 2110-SHIFT-WINDOW THRU 2110-EXIT
003560             VARYING WS-SHIFT-SUB FROM 1 BY 1
003570             UNTIL WS-SHIFT-SUB > 29
003580         MOVE 29 TO WS-RUN-COUNT
003590     END-IF
003600     ADD 1 TO WS-RUN-COUNT
003610     MOVE RH-RUN-ID        TO RT-RUN-ID (WS-RUN-COUNT)
003620     MOVE RH-STEP1-STATUS  TO RT-STEP1-STATUS (WS-RUN-COUNT)
003630     MOVE RH-STEP2-STATUS  TO RT-STEP2-STATUS (WS-RUN-COUNT)
003640     MOVE RH-STEP3-STATUS  TO RT-STEP3-STATUS (WS-RUN-COUNT)
003650     IF RH-STEP2-ELAPSED IS NUMERIC
003660         MOVE RH-STEP2-ELAPSED TO RT-ELAPSED (WS-RUN-COUNT)
003670     ELSE
003680         MOVE ZERO             TO RT-ELAPSED (WS-RUN-COUNT)
003690     END-IF
003700     IF RH-IMAGE-COUNT IS NUMERIC
003710         MOVE RH-IMAGE-COUNT   TO RT-IMAGES (WS-RUN-COUNT)
003720     ELSE
003730         MOVE ZERO             TO RT-IMAGES (WS-RUN-COUNT)
003740     END-IF
003750     IF RH-IMAGE-SUCCESS IS NUMERIC
003760         MOVE RH-IMAGE-SUCCESS TO RT-SUCCESS (WS-RUN-COUNT)
003770     ELSE
003780         MOVE ZERO             TO RT-SUCCESS (WS-RUN-COUNT)
003790     END-IF
003800     MOVE RH-SNIPPET-NAME  TO RT-SNIPPET (WS-RUN-COUNT)
003810     IF RH-PORT IS NUMERIC
003820         MOVE RH-PORT          TO RT-PORT (WS-RUN-COUNT)
003830     ELSE
003840         MOVE ZERO             TO RT-PORT (WS-RUN-COUNT)
003850     END-IF.
003860 2100-EXIT.
003870     EXIT.
003880
003890 2110-SHIFT-WINDOW.
003900     MOVE WS-RUN-ENTRY (WS-SHIFT-SUB + 1)
003910         TO WS-RUN-ENTRY (WS-SHIFT-SUB).
003920 2110-EXIT.
003930     EXIT.
003940
003950*================================================================
003960*    3000-WRITE-REPORT - LATEST RUN, TREND FLAGS, THEN THE
003970*    DETAIL OF THE RUNS IN THE WINDOW
003980*================================================================
003990 3000-WRITE-REPORT.
004000     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
004010     MOVE "RUN HISTORY TREND REPORT" TO WS-REPORT-LINE
004020     WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
004030     MOVE ALL "-" TO WS-REPORT-LINE
004040     WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
004050     MOVE SPACES TO WS-REPORT-LINE
004060     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
004070            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
004080            INTO WS-REPORT-LINE
004090     WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
004100     MOVE SPACES TO WS-REPORT-LINE
004110     WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
004120     IF WS-RUN-COUNT = ZERO
004130         MOVE "NO RUN HISTORY ON FILE" TO WS-REPORT-LINE
004140         WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
004150         GO TO 3000-EXIT
004160     END-IF
004170     IF WS-RUN-COUNT < 2
004180         MOVE "ONLY ONE RUN ON FILE - NO TREND BASIS"
004190             TO WS-REPORT-LINE
004200         WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
004210     ELSE
004220         PERFORM 3100-ANALYZE-TRENDS THRU 3100-EXIT
004230     END-IF
004240     MOVE SPACES TO WS-REPORT-LINE
004250     WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
004260     MOVE "RUNS IN WINDOW (OLDEST FIRST)" TO WS-REPORT-LINE
004270     WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
004280     PERFORM 3300-WRITE-RUN-DETAIL THRU 3300-EXIT
004290         VARYING WS-RUN-SUB FROM 1 BY 1
004300         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
004310 3000-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350*    3100 - COMPARE THE LATEST RUN TO THE PRIOR RUNS IN THE
004360*    WINDOW.  A FLAG LINE IS WRITTEN FOR EACH ADVERSE TREND;
004370*    NONE MEANS A CLEAN BILL OF HEALTH.
004380*----------------------------------------------------------------
004390 3100-ANALYZE-TRENDS.
004400     MOVE "N" TO WS-FLAG-WRITTEN-SW
004410     COMPUTE WS-PRIOR-COUNT = WS-RUN-COUNT - 1
004420     END-COMPUTE
004430     MOVE ZERO TO WS-ELAPSED-TOTAL
004440     MOVE ZERO TO WS-SUCCESS-TOTAL
004450     MOVE ZERO TO WS-CONVERT-BASIS
004460     PERFORM 3110-ACCUMULATE-ONE-PRIOR THRU 3110-EXIT
004470         VARYING WS-RUN-SUB FROM 1 BY 1
004480         UNTIL WS-RUN-SUB > WS-PRIOR-COUNT
004490     MOVE ZERO TO WS-AVG-ELAPSED
004500     MOVE ZERO TO WS-AVG-SUCCESS
004510     IF WS-CONVERT-BASIS > ZERO
004520         COMPUTE WS-AVG-ELAPSED =
004530             WS-ELAPSED-TOTAL / WS-CONVERT-BASIS
004540         END-COMPUTE
004550         COMPUTE WS-AVG-SUCCESS =
004560             WS-SUCCESS-TOTAL / WS-CONVERT-BASIS
004570         END-COMPUTE
004580     END-IF
004590     MOVE ZERO TO WS-LATEST-ELAPSED
004600     MOVE ZERO TO WS-LATEST-SUCCESS
004610*    ELAPSED AND SUCCESS TRENDS ONLY MEAN SOMETHING WHEN THE
004620*    LATEST RUN ACTUALLY CONVERTED IMAGES
004630     IF RT-IMAGES (WS-RUN-COUNT) > ZERO
004640         MOVE RT-ELAPSED (WS-RUN-COUNT) TO WS-LATEST-ELAPSED
004650         MOVE RT-SUCCESS (WS-RUN-COUNT) TO WS-LATEST-SUCCESS
004660     END-IF
004670*    STEP 2 ELAPSED MORE THAN 25 PERCENT OVER THE PRIOR AVERAGE
004680     IF WS-AVG-ELAPSED > ZERO
004690         AND WS-LATEST-ELAPSED * 100 > WS-AVG-ELAPSED * 125
004700         MOVE WS-LATEST-ELAPSED TO WS-ELAPSED-DISPLAY
004710         MOVE WS-AVG-ELAPSED    TO WS-AVG-DISPLAY
004720         MOVE SPACES TO WS-REPORT-LINE
004730         STRING "FLAG: STEP 2 ELAPSED UP - LATEST "
004740                                    DELIMITED BY SIZE
004750                WS-ELAPSED-DISPLAY  DELIMITED BY SIZE
004760                " CS VS PRIOR AVERAGE " DELIMITED BY SIZE
004770                WS-AVG-DISPLAY      DELIMITED BY SIZE
004780                " CS"               DELIMITED BY SIZE
004790                INTO WS-REPORT-LINE
004800         WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
004810         SET WS-FLAG-WRITTEN TO TRUE
004820     END-IF
004830*    IMAGE SUCCESS COUNT MORE THAN 25 PERCENT UNDER AVERAGE
004840     IF WS-AVG-SUCCESS > ZERO
004850         AND RT-IMAGES (WS-RUN-COUNT) > ZERO
004860         AND WS-LATEST-SUCCESS * 100 < WS-AVG-SUCCESS * 75
004870         MOVE WS-LATEST-SUCCESS TO WS-ELAPSED-DISPLAY
004880         MOVE WS-AVG-SUCCESS    TO WS-AVG-DISPLAY
004890         MOVE SPACES TO WS-REPORT-LINE
004900         STRING "FLAG: SUCCESS COUNT DROPPING - LATEST "
004910                                    DELIMITED BY SIZE
004920                WS-ELAPSED-DISPLAY  DELIMITED BY SIZE
004930                " VS PRIOR AVERAGE " DELIMITED BY SIZE
004940                WS-AVG-DISPLAY      DELIMITED BY SIZE
004950                INTO WS-REPORT-LINE
004960         WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
004970         SET WS-FLAG-WRITTEN TO TRUE
004980     END-IF
004990     PERFORM 3200-CHECK-FAILURE-STREAK THRU 3200-EXIT
005000         VARYING WS-STEP-NUMBER FROM 1 BY 1
005010         UNTIL WS-STEP-NUMBER > 3
005020     IF NOT WS-FLAG-WRITTEN
005030         MOVE "NO ADVERSE TRENDS DETECTED" TO WS-REPORT-LINE
005040         WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
005050     END-IF.
005060 3100-EXIT.
005070     EXIT.
005080
005090 3110-ACCUMULATE-ONE-PRIOR.
005100     IF RT-IMAGES (WS-RUN-SUB) > ZERO
005110         ADD RT-ELAPSED (WS-RUN-SUB) TO WS-ELAPSED-TOTAL
005120         ADD RT-SUCCESS (WS-RUN-SUB) TO WS-SUCCESS-TOTAL
005130         ADD 1 TO WS-CONVERT-BASIS
005140     END-IF.
005150 3110-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190*    3200/3210 - CONSECUTIVE FAILURES OF ONE STEP, COUNTED
005200*    BACKWARDS FROM THE LATEST RUN
005210*----------------------------------------------------------------
005220 3200-CHECK-FAILURE-STREAK.
005230     MOVE ZERO TO WS-STREAK-COUNT
005240     MOVE "N"  TO WS-STREAK-DONE-SW
005250     MOVE WS-RUN-COUNT TO WS-RUN-SUB
005260     PERFORM 3210-COUNT-ONE-STREAK-RUN THRU 3210-EXIT
005270         UNTIL WS-STREAK-DONE
005280     IF WS-STREAK-COUNT NOT < WS-FAIL-RUN-LIMIT
005290         MOVE WS-STEP-NUMBER  TO WS-STEP-DISPLAY
005300         MOVE WS-STREAK-COUNT TO WS-STREAK-DISPLAY
005310         MOVE SPACES TO WS-REPORT-LINE
005320         STRING "FLAG: STEP "        DELIMITED BY SIZE
005330                WS-STEP-DISPLAY      DELIMITED BY SIZE
005340                " HAS FAILED "       DELIMITED BY SIZE
005350                WS-STREAK-DISPLAY    DELIMITED BY SIZE
005360                " RUNS IN A ROW"     DELIMITED BY SIZE
005370                INTO WS-REPORT-LINE
005380         WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE
005390         SET WS-FLAG-WRITTEN TO TRUE
005400     END-IF.
005410 3200-EXIT.
005420     EXIT.
005430
005440 3210-COUNT-ONE-STREAK-RUN.
005450     IF WS-RUN-SUB < 1
005460         MOVE "Y" TO WS-STREAK-DONE-SW
005470         GO TO 3210-EXIT
005480     END-IF
005490     MOVE SPACES TO WS-TREND-STATUS
005500     EVALUATE WS-STEP-NUMBER
005510         WHEN 1
005520             MOVE RT-STEP1-STATUS (WS-RUN-SUB)
005530                 TO WS-TREND-STATUS
005540         WHEN 2
005550             MOVE RT-STEP2-STATUS (WS-RUN-SUB)
005560                 TO WS-TREND-STATUS
005570         WHEN 3
005580             MOVE RT-STEP3-STATUS (WS-RUN-SUB)
005590                 TO WS-TREND-STATUS
005600     END-EVALUATE
005610     IF WS-TREND-STATUS = "FAILED  "
005620         ADD 1 TO WS-STREAK-COUNT
005630         SUBTRACT 1 FROM WS-RUN-SUB
005640     ELSE
005650         MOVE "Y" TO WS-STREAK-DONE-SW
005660     END-IF.
005670 3210-EXIT.
005680     EXIT.
005690
005700 3300-WRITE-RUN-DETAIL.
005710     MOVE RT-ELAPSED (WS-RUN-SUB) TO WS-ELAPSED-DISPLAY
005720     MOVE RT-SUCCESS (WS-RUN-SUB) TO WS-COUNT-DISPLAY
005730     MOVE SPACES TO WS-REPORT-LINE
005740     STRING "  "                        DELIMITED BY SIZE
005750            RT-RUN-ID (WS-RUN-SUB)      DELIMITED BY SIZE
005760            " S1 "                      DELIMITED BY SIZE
005770            RT-STEP1-STATUS (WS-RUN-SUB) DELIMITED BY SIZE
005780            " S2 "                      DELIMITED BY SIZE
005790            RT-STEP2-STATUS (WS-RUN-SUB) DELIMITED BY SIZE
005800            " S3 "                      DELIMITED BY SIZE
005810            RT-STEP3-STATUS (WS-RUN-SUB) DELIMITED BY SIZE
005820            " ELAPSED "                 DELIMITED BY SIZE
005830            WS-ELAPSED-DISPLAY          DELIMITED BY SIZE
005840            " OK "                      DELIMITED BY SIZE
005850            WS-COUNT-DISPLAY            DELIMITED BY SIZE
005860            INTO WS-REPORT-LINE
005870     WRITE TREND-REPORT-RECORD FROM WS-REPORT-LINE.
005880 3300-EXIT.
005890     EXIT.
005900
005910 1650-BUILD-TIMESTAMP.
005920     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
005930     ACCEPT WS-TS-TIME FROM TIME
005940     STRING WS-TS-DATE   DELIMITED BY SIZE
005950            "-"          DELIMITED BY SIZE
005960            WS-TS-TIME   DELIMITED BY SIZE
005970            INTO WS-CURRENT-TIMESTAMP.
005980 1650-EXIT.
005990     EXIT.
006000
006010*================================================================
006020*    9000-FINALIZE - TOTALS, THEN CLOSE EVERYTHING
006030*================================================================
006040 9000-FINALIZE.
006050     DISPLAY "RUNTREND: RUNS ON FILE  . : " WS-RUNS-READ
006060     DISPLAY "RUNTREND: RUNS IN WINDOW  : " WS-RUN-COUNT
006070     IF WS-RUNHIST-AVAILABLE
006080         CLOSE RUN-HISTORY-FILE
006090     END-IF
006100     CLOSE TREND-REPORT-FILE.
006110 9000-EXIT.
006120     EXIT.
