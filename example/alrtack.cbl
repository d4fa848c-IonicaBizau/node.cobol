000270*                    ENVPROF FILE THAT QUALIFIES EVERY FILE
000280*                    NAME, SO A TEST WORKBENCH RUN TOUCHES ONLY
000290*                    THE TEST-QUALIFIED ALERT FILES.
000300*   2026-10-15  DO   ALERTS RECORDS NOW END IN THE RUN ID OF THE
000310*                    MAIN RUN THAT RAISED THEM.  THE ID IS SHOWN
000320*                    ON THE OPEN-ALERTS REPORT; ROWS WRITTEN
000330*                    BEFORE THE STAMP READ BACK WITH A BLANK ID.
000340*----------------------------------------------------------------
000350* ACKNOWLEDGMENT FILE LAYOUT (ACKTRAN, FIXED COLUMNS):
000360*   TIMESTAMP   ( 1- 20)  ALERT TIMESTAMP FROM THE REPORT
000370*   ERROR CODE  (22- 25)  ALERT ERROR CODE
000380*   USER ID     (27- 34)  WHO ACKNOWLEDGED THE ALERT
000390*   DISPOSITION (36- 55)  FREE TEXT, E.G. FIXED / NOTED
000400*
000410* ESCALATION CHAIN: LOG AND INFOLOG ESCALATE TO OPERATIONS,
000420* OPERATIONS TO ONCALL, ONCALL TO DUTYMGR.  DUTYMGR IS THE END
000430* OF THE CHAIN AND IS NEVER ESCALATED FURTHER.
000440*----------------------------------------------------------------
000450* Compile this file on its own:
000460*
000470*  $ cobc -x example/alrtack.cbl
000480*
000490* Then execute the binary file:
000500*
000510*  $ ./alrtack
000520*----------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560*----------------------------------------------------------------
000570*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000580*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000590*----------------------------------------------------------------
000600     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ENVPROF-STATUS.
000630
000640*----------------------------------------------------------------
000650*    OPERATOR ALERTS INTERFACE - THE RECORD MAIN WRITES
000660*----------------------------------------------------------------
000670     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
000680         WS-ALERTS-FILENAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ALERTS-STATUS.
000710
000720*----------------------------------------------------------------
000730*    ALERT STATE MASTER - ONE ROW PER ALERT, READ IN FULL AND
000740*    REWRITTEN IN FULL LIKE THE SRVREG REGISTRY
000750*----------------------------------------------------------------
000760     SELECT ALERT-STATE-FILE ASSIGN TO DYNAMIC
000770         WS-ALRTSTA-FILENAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-ALRTSTA-STATUS.
000800
000810*----------------------------------------------------------------
000820*    ACKNOWLEDGMENT TRANSACTIONS - SEQUENTIAL INPUT
000830*----------------------------------------------------------------
000840     SELECT ACK-TRAN-FILE ASSIGN TO DYNAMIC
000850         WS-ACKTRAN-FILENAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-ACKTRAN-STATUS.
000880
000890*----------------------------------------------------------------
000900*    ESCALATION AGE CONFIG - OPTIONAL, AGE LIMIT IN HOURS
000910*----------------------------------------------------------------
000920     SELECT ESCALATION-CONFIG-FILE ASSIGN TO DYNAMIC
000930         WS-ESCCFG-FILENAME
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-ESCCFG-STATUS.
000960
000970*----------------------------------------------------------------
000980*    OPEN-ALERTS REPORT
000990*----------------------------------------------------------------
001000     SELECT ALERT-REPORT-FILE ASSIGN TO DYNAMIC
001010         WS-ALRTRPT-FILENAME
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-ALRTRPT-STATUS.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  ENV-PROFILE-FILE.
001080 01  ENV-PROFILE-RECORD.
001090     05  EV-ENV-NAME                 PIC X(08).
001100     05  FILLER                      PIC X(01).
001110     05  EV-PREFIX                   PIC X(20).
001120
001130 FD  ALERTS-FILE.
001140 01  ALERTS-RECORD.
001150     05  AL-TIMESTAMP                PIC X(20).
001160     05  FILLER                      PIC X(01).
001170     05  AL-SEVERITY                 PIC 9(01).
001180     05  FILLER                      PIC X(01).
001190     05  AL-DESTINATION              PIC X(16).
001200     05  FILLER                      PIC X(01).
001210     05  AL-ERROR-CODE               PIC 9(04).
001220     05  FILLER                      PIC X(01).
001230     05  AL-STEP-NAME                PIC X(16).
001240     05  FILLER                      PIC X(01).
001250     05  AL-MESSAGE                  PIC X(60).
001260     05  FILLER                      PIC X(01).
001270     05  AL-RUN-ID                   PIC X(16).
001280
001290 FD  ALERT-STATE-FILE.
001300 01  ALERT-STATE-RECORD.
001310     05  AS-TIMESTAMP                PIC X(20).
001320     05  FILLER                      PIC X(01).
001330     05  AS-ERROR-CODE               PIC 9(04).
001340     05  FILLER                      PIC X(01).
001350     05  AS-STATE                    PIC X(08).
001360     05  FILLER                      PIC X(01).
001370     05  AS-ACK-USER                 PIC X(08).
001380     05  FILLER                      PIC X(01).
001390     05  AS-ACK-TIMESTAMP            PIC X(20).
001400     05  FILLER                      PIC X(01).
001410     05  AS-DISPOSITION              PIC X(20).
001420     05  FILLER                      PIC X(01).
001430     05  AS-ESC-COUNT                PIC 9(01).
001440     05  FILLER                      PIC X(01).
001450     05  AS-DESTINATION              PIC X(16).
001460
001470 FD  ACK-TRAN-FILE.
001480 01  ACK-TRAN-RECORD.
001490     05  AK-TIMESTAMP                PIC X(20).
001500     05  FILLER                      PIC X(01).
001510     05  AK-ERROR-CODE               PIC X(04).
001520     05  FILLER                      PIC X(01).
001530     05  AK-USER-ID                  PIC X(08).
001540     05  FILLER                      PIC X(01).
001550     05  AK-DISPOSITION              PIC X(20).
001560
001570 FD  ESCALATION-CONFIG-FILE.
001580 01  ESCALATION-CONFIG-RECORD.
001590     05  EC-AGE-LIMIT-HOURS          PIC 9(04).
001600
001610 FD  ALERT-REPORT-FILE.
001620 01  ALERT-REPORT-RECORD             PIC X(132).
001630
001640 WORKING-STORAGE SECTION.
001650*----------------------------------------------------------------
001660*    FILE STATUS FIELDS
001670*----------------------------------------------------------------
001680 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
001690 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
001700 01  WS-ALRTSTA-STATUS               PIC X(02)  VALUE "00".
001710 01  WS-ACKTRAN-STATUS               PIC X(02)  VALUE "00".
001720 01  WS-ESCCFG-STATUS                PIC X(02)  VALUE "00".
001730 01  WS-ALRTRPT-STATUS               PIC X(02)  VALUE "00".
001740
001750*----------------------------------------------------------------
001760*    SWITCHES
001770*----------------------------------------------------------------
001780 77  WS-ALERTS-EOF-SW                PIC X(01)  VALUE "N".
001790     88  WS-ALERTS-EOF                           VALUE "Y".
001800 77  WS-STATE-EOF-SW                 PIC X(01)  VALUE "N".
001810     88  WS-STATE-EOF                            VALUE "Y".
001820 77  WS-ACKTRAN-EOF-SW               PIC X(01)  VALUE "N".
001830     88  WS-ACKTRAN-EOF                          VALUE "Y".
001840 77  WS-TABLE-OVERFLOW-SW            PIC X(01)  VALUE "N".
001850     88  WS-TABLE-OVERFLOW                       VALUE "Y".
001860 77  WS-MATCH-FOUND-SW               PIC X(01)  VALUE "N".
001870     88  WS-MATCH-FOUND                          VALUE "Y".
001880 77  WS-SORT-DONE-SW                 PIC X(01)  VALUE "N".
001890     88  WS-SORT-DONE                            VALUE "Y".
001900 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
001910     88  WS-ENVPROF-EOF                          VALUE "Y".
001920 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
001930     88  WS-ENV-FOUND                            VALUE "Y".
001940
001950*----------------------------------------------------------------
001960*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
001970*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
001980*----------------------------------------------------------------
001990 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
002000 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
002010 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
002020 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
002030 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
002040 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
002050 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
002060 01  WS-ALRTSTA-FILENAME             PIC X(80) VALUE "ALRTSTA".
002070 01  WS-ACKTRAN-FILENAME             PIC X(80) VALUE "ACKTRAN".
002080 01  WS-ESCCFG-FILENAME              PIC X(80) VALUE "ESCCFG".
002090 01  WS-ALRTRPT-FILENAME             PIC X(80) VALUE "ALRTRPT".
002100
002110*----------------------------------------------------------------
002120*    COUNTERS AND SUBSCRIPTS
002130*----------------------------------------------------------------
002140 77  WS-ALERT-COUNT                  PIC 9(03)  COMP VALUE ZERO.
002150 77  WS-OPEN-COUNT                   PIC 9(03)  COMP VALUE ZERO.
002160 77  WS-ACKED-COUNT                  PIC 9(03)  COMP VALUE ZERO.
002170 77  WS-ACK-APPLIED-COUNT            PIC 9(03)  COMP VALUE ZERO.
002180 77  WS-ACK-REJECTED-COUNT           PIC 9(03)  COMP VALUE ZERO.
002190 77  WS-ESCALATED-COUNT              PIC 9(03)  COMP VALUE ZERO.
002200 77  WS-ALERT-SUB                    PIC 9(03)  COMP VALUE ZERO.
002210 77  WS-MATCH-SUB                    PIC 9(03)  COMP VALUE ZERO.
002220 77  WS-CHAIN-SUB                    PIC 9(01)  COMP VALUE ZERO.
002230 77  WS-SORT-SUB                     PIC 9(03)  COMP VALUE ZERO.
002240 77  WS-SORT-LIMIT                   PIC 9(03)  COMP VALUE ZERO.
002250 77  WS-SEV1-OPEN                    PIC 9(03)  COMP VALUE ZERO.
002260 77  WS-SEV2-OPEN                    PIC 9(03)  COMP VALUE ZERO.
002270 77  WS-SEV3-OPEN                    PIC 9(03)  COMP VALUE ZERO.
002280
002290*----------------------------------------------------------------
002300*    IN-CORE ALERT TABLE, BUILT FROM ALERTS AND OVERLAID WITH
002310*    THE ALRTSTA STATE, THEN REWRITTEN AT END OF RUN
002320*----------------------------------------------------------------
002330 01  WS-ALERT-TABLE.
002340     05  WS-ALERT-ENTRY OCCURS 200 TIMES.
002350         10  WT-TIMESTAMP            PIC X(20).
002360         10  WT-ERROR-CODE           PIC 9(04).
002370         10  WT-SEVERITY             PIC 9(01).
002380         10  WT-DESTINATION          PIC X(16).
002390         10  WT-STEP-NAME            PIC X(16).
002400         10  WT-MESSAGE              PIC X(60).
002410         10  WT-STATE                PIC X(08).
002420         10  WT-ACK-USER             PIC X(08).
002430         10  WT-ACK-TIMESTAMP        PIC X(20).
002440         10  WT-DISPOSITION          PIC X(20).
002450         10  WT-ESC-COUNT            PIC 9(01).
002460         10  WT-AGE-HOURS            PIC 9(05) COMP.
002470         10  WT-RUN-ID               PIC X(16).
002480 01  WS-SWAP-ENTRY.
002490     05  FILLER                      PIC X(20).
002500     05  FILLER                      PIC 9(04).
002510     05  FILLER                      PIC 9(01).
002520     05  FILLER                      PIC X(16).
002530     05  FILLER                      PIC X(16).
002540     05  FILLER                      PIC X(60).
002550     05  FILLER                      PIC X(08).
002560     05  FILLER                      PIC X(08).
002570     05  FILLER                      PIC X(20).
002580     05  FILLER                      PIC X(20).
002590     05  FILLER                      PIC 9(01).
002600     05  FILLER                      PIC 9(05) COMP.
002610     05  FILLER                      PIC X(16).
002620
002630*----------------------------------------------------------------
002640*    LOOKUP KEY FOR 2700 - SET BY THE STATE AND ACK READERS
002650*----------------------------------------------------------------
002660 01  WS-KEY-TIMESTAMP                PIC X(20) VALUE SPACES.
002670 01  WS-KEY-ERROR-CODE               PIC 9(04) VALUE ZERO.
002680
002690*----------------------------------------------------------------
002700*    ESCALATION CHAIN - CURRENT DESTINATION MAPPED TO THE NEXT.
002710*    A DESTINATION NOT IN THE CHAIN IS LEFT WHERE IT IS.
002720*----------------------------------------------------------------
002730 01  WS-ESC-CHAIN-VALUES.
002740     05  FILLER  PIC X(32) VALUE
002750         "LOG             OPERATIONS      ".
002760     05  FILLER  PIC X(32) VALUE
002770         "INFOLOG         OPERATIONS      ".
002780     05  FILLER  PIC X(32) VALUE
002790         "OPERATIONS      ONCALL          ".
002800     05  FILLER  PIC X(32) VALUE
002810         "ONCALL          DUTYMGR         ".
002820 01  WS-ESC-CHAIN-TABLE REDEFINES WS-ESC-CHAIN-VALUES.
002830     05  WS-ESC-ENTRY OCCURS 4 TIMES.
002840         10  WS-ESC-FROM             PIC X(16).
002850         10  WS-ESC-TO               PIC X(16).
002860
002870*----------------------------------------------------------------
002880*    ESCALATION AGE LIMIT AND AGE WORK FIELDS
002890*----------------------------------------------------------------
002900 01  WS-AGE-LIMIT-HOURS              PIC 9(04) VALUE 24.
002910 01  WS-NOW-HOURS                    PIC 9(09) COMP VALUE ZERO.
002920 01  WS-ALERT-HOURS                  PIC 9(09) COMP VALUE ZERO.
002930 01  WS-ALERT-DATE                   PIC 9(08) VALUE ZERO.
002940 01  WS-ALERT-HH                     PIC 9(02) VALUE ZERO.
002950
002960*----------------------------------------------------------------
002970*    TIMESTAMP WORK AREA
002980*----------------------------------------------------------------
002990 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
003000 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
003010 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
003020
003030*----------------------------------------------------------------
003040*    REPORT WORK FIELDS
003050*----------------------------------------------------------------
003060 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
003070 01  WS-AGE-DISPLAY                  PIC ZZZZ9 VALUE ZERO.
003080 01  WS-COUNT-DISPLAY                PIC ZZZ9 VALUE ZERO.
003090
003100 PROCEDURE DIVISION.
003110*================================================================
003120*    0000-MAINLINE
003130*================================================================
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003160     PERFORM 2000-LOAD-ALERTS THRU 2000-EXIT
003170     PERFORM 2500-APPLY-STATE-FILE THRU 2500-EXIT
003180     PERFORM 3000-APPLY-ACKNOWLEDGMENTS THRU 3000-EXIT
003190     PERFORM 4000-ESCALATE-STALE-ALERTS THRU 4000-EXIT
003200     PERFORM 5000-REWRITE-STATE-FILE THRU 5000-EXIT
003210     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
003220     PERFORM 9000-FINALIZE THRU 9000-EXIT
003230     STOP RUN.
003240
003250*================================================================
003260*    1000-INITIALIZE - OPEN THE REPORT, LOAD THE AGE LIMIT AND
003270*    FIX THE CURRENT TIME IN HOURS FOR THE AGE ARITHMETIC
003280*================================================================
003290 1000-INITIALIZE.
003300     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
003310     OPEN OUTPUT ALERT-REPORT-FILE
003320     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
003330     COMPUTE WS-NOW-HOURS =
003340         FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 24
003350         + WS-TS-TIME / 1000000
003360     END-COMPUTE
003370     PERFORM 1100-LOAD-ESCALATION-CONFIG THRU 1100-EXIT.
003380 1000-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------
003420*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
003430*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
003440*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
003450*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
003460*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
003470*----------------------------------------------------------------
003480 1010-RESOLVE-ENVIRONMENT.
003490     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
003500     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
003510         INTO WS-ENV-TOKEN
003520     END-UNSTRING
003530     IF WS-ENV-TOKEN (1:4) = "ENV="
003540         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
003550         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
003560     END-IF
003570     MOVE "ALERTS" TO WS-BASE-FILENAME
003580     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003590     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME
003600     MOVE "ALRTSTA" TO WS-BASE-FILENAME
003610     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003620     MOVE WS-BUILT-FILENAME TO WS-ALRTSTA-FILENAME
003630     MOVE "ACKTRAN" TO WS-BASE-FILENAME
003640     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003650     MOVE WS-BUILT-FILENAME TO WS-ACKTRAN-FILENAME
003660     MOVE "ESCCFG" TO WS-BASE-FILENAME
003670     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003680     MOVE WS-BUILT-FILENAME TO WS-ESCCFG-FILENAME
003690     MOVE "ALRTRPT" TO WS-BASE-FILENAME
003700     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003710     MOVE WS-BUILT-FILENAME TO WS-ALRTRPT-FILENAME.
003720 1010-EXIT.
003730     EXIT.
003740
003750 1020-LOAD-ENV-PROFILE.
003760     MOVE "N" TO WS-ENV-FOUND-SW
003770     MOVE "N" TO WS-ENVPROF-EOF-SW
003780     OPEN INPUT ENV-PROFILE-FILE
003790     IF WS-ENVPROF-STATUS NOT = "00"
003800         MOVE "Y" TO WS-ENVPROF-EOF-SW
003810     END-IF
003820     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
003830         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
003840     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
003850         CLOSE ENV-PROFILE-FILE
003860     END-IF
003870     IF WS-ENV-FOUND
003880         DISPLAY "ALRTACK: ENVIRONMENT " WS-ENV-NAME
003890                 " - FILE PREFIX " WS-ENV-PREFIX
003900     ELSE
003910         MOVE SPACES TO WS-ENV-PREFIX
003920         STRING WS-ENV-NAME DELIMITED BY SPACE
003930                "."         DELIMITED BY SIZE
003940                INTO WS-ENV-PREFIX
003950         DISPLAY "ALRTACK: ENVIRONMENT " WS-ENV-NAME
003960                 " NOT IN ENVPROF - USING PREFIX "
003970                 WS-ENV-PREFIX
003980     END-IF.
003990 1020-EXIT.
004000     EXIT.
004010
004020 1030-READ-ONE-PROFILE.
004030     READ ENV-PROFILE-FILE
004040         AT END
004050             MOVE "Y" TO WS-ENVPROF-EOF-SW
004060     END-READ
004070     IF WS-ENVPROF-EOF
004080         GO TO 1030-EXIT
004090     END-IF
004100     IF ENV-PROFILE-RECORD = SPACES
004110         OR EV-ENV-NAME (1:1) = "*"
004120         GO TO 1030-EXIT
004130     END-IF
004140     IF EV-ENV-NAME = WS-ENV-NAME
004150         SET WS-ENV-FOUND TO TRUE
004160         MOVE EV-PREFIX TO WS-ENV-PREFIX
004170     END-IF.
004180 1030-EXIT.
004190     EXIT.
004200
004210 1050-BUILD-ONE-FILENAME.
004220     MOVE SPACES TO WS-BUILT-FILENAME
004230     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
004240            WS-BASE-FILENAME DELIMITED BY SPACE
004250            INTO WS-BUILT-FILENAME.
004260 1050-EXIT.
004270     EXIT.
004280
004290 1100-LOAD-ESCALATION-CONFIG.
004300     OPEN INPUT ESCALATION-CONFIG-FILE
004310     IF WS-ESCCFG-STATUS NOT = "00"
004320         GO TO 1100-EXIT
004330     END-IF
004340     READ ESCALATION-CONFIG-FILE
004350         AT END CONTINUE
004360     END-READ
004370     IF WS-ESCCFG-STATUS = "00"
004380         AND EC-AGE-LIMIT-HOURS IS NUMERIC
004390         AND EC-AGE-LIMIT-HOURS > ZERO
004400         MOVE EC-AGE-LIMIT-HOURS TO WS-AGE-LIMIT-HOURS
004410     END-IF
004420     CLOSE ESCALATION-CONFIG-FILE.
004430 1100-EXIT.
004440     EXIT.
004450
004460*================================================================
004470*    2000-LOAD-ALERTS - EVERY ALERTS ROW BECOMES A TABLE ENTRY,
004480*    OPEN BY DEFAULT UNTIL THE STATE FILE SAYS OTHERWISE
004490*================================================================
004500 2000-LOAD-ALERTS.
004510     OPEN INPUT ALERTS-FILE
004520     IF WS-ALERTS-STATUS NOT = "00"
004530         DISPLAY "ALRTACK: ALERTS NOT FOUND - NOTHING TO DO"
004540         MOVE "Y" TO WS-ALERTS-EOF-SW
004550         GO TO 2000-EXIT
004560     END-IF
004570     PERFORM 2100-LOAD-ONE-ALERT THRU 2100-EXIT
004580         UNTIL WS-ALERTS-EOF
004590     CLOSE ALERTS-FILE.
004600 2000-EXIT.
004610     EXIT.
004620
004630 2100-LOAD-ONE-ALERT.
004640     READ ALERTS-FILE
004650         AT END
004660             MOVE "Y" TO WS-ALERTS-EOF-SW
004670     END-READ
004680     IF WS-ALERTS-EOF
004690         GO TO 2100-EXIT
004700     END-IF
004710     IF ALERTS-RECORD = SPACES
004720         GO TO 2100-EXIT
004730     END-IF
004740     IF WS-ALERT-COUNT = 200
004750         MOVE "Y" TO WS-TABLE-OVERFLOW-SW
004760         GO TO 2100-EXIT
004770     END-IF
004780     ADD 1 TO WS-ALERT-COUNT
004790     MOVE AL-TIMESTAMP   TO WT-TIMESTAMP (WS-ALERT-COUNT)
004800     IF AL-ERROR-CODE IS NUMERIC
004810         MOVE AL-ERROR-CODE TO WT-ERROR-CODE (WS-ALERT-COUNT)
004820     ELSE
004830         MOVE ZERO          TO WT-ERROR-CODE (WS-ALERT-COUNT)
004840     END-IF
004850     IF AL-SEVERITY IS NUMERIC
004860         MOVE AL-SEVERITY   TO WT-SEVERITY (WS-ALERT-COUNT)
004870     ELSE
004880         MOVE 3             TO WT-SEVERITY (WS-ALERT-COUNT)
004890     END-IF
004900     MOVE AL-DESTINATION TO WT-DESTINATION (WS-ALERT-COUNT)
004910     MOVE AL-STEP-NAME   TO WT-STEP-NAME (WS-ALERT-COUNT)
004920     MOVE AL-MESSAGE     TO WT-MESSAGE (WS-ALERT-COUNT)
004930     MOVE "OPEN    "     TO WT-STATE (WS-ALERT-COUNT)
004940     MOVE SPACES         TO WT-ACK-USER (WS-ALERT-COUNT)
004950     MOVE SPACES         TO WT-ACK-TIMESTAMP (WS-ALERT-COUNT)
004960     MOVE SPACES         TO WT-DISPOSITION (WS-ALERT-COUNT)
004970     MOVE ZERO           TO WT-ESC-COUNT (WS-ALERT-COUNT)
004980     MOVE ZERO           TO WT-AGE-HOURS (WS-ALERT-COUNT)
004990     MOVE AL-RUN-ID      TO WT-RUN-ID (WS-ALERT-COUNT).
005000 2100-EXIT.
005010     EXIT.
005020
005030*================================================================
005040*    2500-APPLY-STATE-FILE - OVERLAY THE SAVED STATE ONTO THE
005050*    TABLE.  A STATE ROW WITHOUT A MATCHING ALERT IS DROPPED -
005060*    THE ALERTS FILE IS THE BOOK OF RECORD.
005070*================================================================
005080 2500-APPLY-STATE-FILE.
005090     OPEN INPUT ALERT-STATE-FILE
005100     IF WS-ALRTSTA-STATUS NOT = "00"
005110         GO TO 2500-EXIT
005120     END-IF
005130     MOVE "N" TO WS-STATE-EOF-SW
005140     PERFORM 2600-APPLY-ONE-STATE-ROW THRU 2600-EXIT
005150         UNTIL WS-STATE-EOF
005160     CLOSE ALERT-STATE-FILE.
005170 2500-EXIT.
005180     EXIT.
005190
005200 2600-APPLY-ONE-STATE-ROW.
005210     READ ALERT-STATE-FILE
005220         AT END
005230             MOVE "Y" TO WS-STATE-EOF-SW
005240     END-READ
005250     IF WS-STATE-EOF
005260         GO TO 2600-EXIT
005270     END-IF
005280     IF ALERT-STATE-RECORD = SPACES
005290         GO TO 2600-EXIT
005300     END-IF
005310     MOVE AS-TIMESTAMP  TO WS-KEY-TIMESTAMP
005320     IF AS-ERROR-CODE IS NUMERIC
005330         MOVE AS-ERROR-CODE TO WS-KEY-ERROR-CODE
005340     ELSE
005350         MOVE ZERO          TO WS-KEY-ERROR-CODE
005360     END-IF
005370     PERFORM 2700-FIND-ALERT-ENTRY THRU 2700-EXIT
005380     IF NOT WS-MATCH-FOUND
005390         GO TO 2600-EXIT
005400     END-IF
005410     MOVE AS-STATE          TO WT-STATE (WS-MATCH-SUB)
005420     MOVE AS-ACK-USER       TO WT-ACK-USER (WS-MATCH-SUB)
005430     MOVE AS-ACK-TIMESTAMP  TO WT-ACK-TIMESTAMP (WS-MATCH-SUB)
005440     MOVE AS-DISPOSITION    TO WT-DISPOSITION (WS-MATCH-SUB)
005450     IF AS-ESC-COUNT IS NUMERIC
005460         MOVE AS-ESC-COUNT  TO WT-ESC-COUNT (WS-MATCH-SUB)
005470     END-IF
005480     IF AS-DESTINATION NOT = SPACES
005490         MOVE AS-DESTINATION TO WT-DESTINATION (WS-MATCH-SUB)
005500     END-IF.
005510 2600-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550*    2700/2710 - FIND THE TABLE ENTRY WHOSE TIMESTAMP AND ERROR
005560*    CODE MATCH THE KEY FIELDS OF THE CURRENT INPUT RECORD.
005570*    CALLER LEAVES THE TIMESTAMP IN WS-KEY-TIMESTAMP AND THE
005580*    CODE IN WS-KEY-ERROR-CODE.
005590*----------------------------------------------------------------
005600 2700-FIND-ALERT-ENTRY.
005610     MOVE "N"  TO WS-MATCH-FOUND-SW
005620     MOVE ZERO TO WS-MATCH-SUB
005630     PERFORM 2710-MATCH-ONE-ENTRY THRU 2710-EXIT
005640         VARYING WS-ALERT-SUB FROM 1 BY 1
005650         UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
005660            OR WS-MATCH-FOUND.
005670 2700-EXIT.
005680     EXIT.
005690
005700 2710-MATCH-ONE-ENTRY.
005710     IF WT-TIMESTAMP (WS-ALERT-SUB) = WS-KEY-TIMESTAMP
005720         AND WT-ERROR-CODE (WS-ALERT-SUB) = WS-KEY-ERROR-CODE
005730         SET WS-MATCH-FOUND TO TRUE
005740         MOVE WS-ALERT-SUB TO WS-MATCH-SUB
005750     END-IF.
005760 2710-EXIT.
005770     EXIT.
005780
005790*================================================================
005800*    3000-APPLY-ACKNOWLEDGMENTS - ONE ACKTRAN ROW MARKS ONE
005810*    ALERT ACKED.  A ROW THAT NAMES NO KNOWN ALERT OR ARRIVES
005820*    WITHOUT A USER ID IS REJECTED ON THE CONSOLE.
005830*================================================================
005840 3000-APPLY-ACKNOWLEDGMENTS.
005850     OPEN INPUT ACK-TRAN-FILE
005860     IF WS-ACKTRAN-STATUS NOT = "00"
005870         GO TO 3000-EXIT
005880     END-IF
005890     MOVE "N" TO WS-ACKTRAN-EOF-SW
005900     PERFORM 3100-APPLY-ONE-ACK THRU 3100-EXIT
005910         UNTIL WS-ACKTRAN-EOF
005920     CLOSE ACK-TRAN-FILE.
005930 3000-EXIT.
005940     EXIT.
005950
005960 3100-APPLY-ONE-ACK.
005970     READ ACK-TRAN-FILE
005980         AT END
005990             MOVE "Y" TO WS-ACKTRAN-EOF-SW
006000     END-READ
006010     IF WS-ACKTRAN-EOF
006020         GO TO 3100-EXIT
006030     END-IF
006040     IF ACK-TRAN-RECORD = SPACES
006050         OR AK-TIMESTAMP (1:1) = "*"
006060         GO TO 3100-EXIT
006070     END-IF
006080     IF AK-USER-ID = SPACES
006090         ADD 1 TO WS-ACK-REJECTED-COUNT
006100         DISPLAY "ALRTACK: ACK FOR " AK-TIMESTAMP
006110                 " REJECTED - USER ID MISSING"
006120         GO TO 3100-EXIT
006130     END-IF
006140     MOVE AK-TIMESTAMP TO WS-KEY-TIMESTAMP
006150     IF AK-ERROR-CODE IS NUMERIC
006160         MOVE AK-ERROR-CODE TO WS-KEY-ERROR-CODE
006170     ELSE
006180         MOVE ZERO          TO WS-KEY-ERROR-CODE
006190     END-IF
006200     PERFORM 2700-FIND-ALERT-ENTRY THRU 2700-EXIT
006210     IF NOT WS-MATCH-FOUND
006220         ADD 1 TO WS-ACK-REJECTED-COUNT
006230         DISPLAY "ALRTACK: ACK FOR " AK-TIMESTAMP
006240                 " " AK-ERROR-CODE
006250                 " REJECTED - NO SUCH ALERT"
006260         GO TO 3100-EXIT
006270     END-IF
006280     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
006290     MOVE "ACKED   "           TO WT-STATE (WS-MATCH-SUB)
006300     MOVE AK-USER-ID           TO WT-ACK-USER (WS-MATCH-SUB)
006310     MOVE WS-CURRENT-TIMESTAMP
006320         TO WT-ACK-TIMESTAMP (WS-MATCH-SUB)
006330     MOVE AK-DISPOSITION       TO WT-DISPOSITION (WS-MATCH-SUB)
006340     ADD 1 TO WS-ACK-APPLIED-COUNT.
006350 3100-EXIT.
006360     EXIT.
006370
006380*================================================================
006390*    4000-ESCALATE-STALE-ALERTS - AGE EVERY ENTRY; AN OPEN
006400*    SEVERITY 1 OR 2 ALERT PAST THE AGE LIMIT MOVES TO THE NEXT
006410*    DESTINATION IN THE CHAIN
006420*================================================================
006430 4000-ESCALATE-STALE-ALERTS.
006440     PERFORM 4100-ESCALATE-ONE-ALERT THRU 4100-EXIT
006450         VARYING WS-ALERT-SUB FROM 1 BY 1
006460         UNTIL WS-ALERT-SUB > WS-ALERT-COUNT.
006470 4000-EXIT.
006480     EXIT.
006490
006500 4100-ESCALATE-ONE-ALERT.
006510     PERFORM 4200-COMPUTE-ALERT-AGE THRU 4200-EXIT
006520     IF WT-STATE (WS-ALERT-SUB) = "ACKED   "
006530         GO TO 4100-EXIT
006540     END-IF
006550     IF WT-SEVERITY (WS-ALERT-SUB) > 2
006560         GO TO 4100-EXIT
006570     END-IF
006580     IF WT-AGE-HOURS (WS-ALERT-SUB) < WS-AGE-LIMIT-HOURS
006590         GO TO 4100-EXIT
006600     END-IF
006610     PERFORM 4300-FIND-NEXT-DESTINATION THRU 4300-EXIT
006620     IF NOT WS-MATCH-FOUND
006630         GO TO 4100-EXIT
006640     END-IF
006650     MOVE WS-ESC-TO (WS-CHAIN-SUB)
006660         TO WT-DESTINATION (WS-ALERT-SUB)
006670     IF WT-ESC-COUNT (WS-ALERT-SUB) < 9
006680         ADD 1 TO WT-ESC-COUNT (WS-ALERT-SUB)
006690     END-IF
006700     ADD 1 TO WS-ESCALATED-COUNT
006710     DISPLAY "ALRTACK: ALERT " WT-TIMESTAMP (WS-ALERT-SUB)
006720             " " WT-ERROR-CODE (WS-ALERT-SUB)
006730             " ESCALATED TO " WT-DESTINATION (WS-ALERT-SUB).
006740 4100-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780*    4200 - AGE OF ONE ALERT IN WHOLE HOURS, FROM THE DATE AND
006790*    HOUR PARTS OF ITS YYYYMMDD-HHMMSSCC TIMESTAMP
006800*----------------------------------------------------------------
006810 4200-COMPUTE-ALERT-AGE.
006820     MOVE ZERO TO WT-AGE-HOURS (WS-ALERT-SUB)
006830     IF WT-TIMESTAMP (WS-ALERT-SUB) (1:8) IS NOT NUMERIC
006840         OR WT-TIMESTAMP (WS-ALERT-SUB) (10:2) IS NOT NUMERIC
006850         GO TO 4200-EXIT
006860     END-IF
006870     MOVE WT-TIMESTAMP (WS-ALERT-SUB) (1:8)  TO WS-ALERT-DATE
006880     MOVE WT-TIMESTAMP (WS-ALERT-SUB) (10:2) TO WS-ALERT-HH
006890     COMPUTE WS-ALERT-HOURS =
006900         FUNCTION INTEGER-OF-DATE (WS-ALERT-DATE) * 24
006910         + WS-ALERT-HH
006920     END-COMPUTE
006930     IF WS-NOW-HOURS > WS-ALERT-HOURS
006940         COMPUTE WT-AGE-HOURS (WS-ALERT-SUB) =
006950             WS-NOW-HOURS - WS-ALERT-HOURS
006960         END-COMPUTE
006970     END-IF.
006980 4200-EXIT.
006990     EXIT.
007000
007010 4300-FIND-NEXT-DESTINATION.
007020     MOVE "N" TO WS-MATCH-FOUND-SW
007030     PERFORM 4310-MATCH-ONE-CHAIN-ENTRY THRU 4310-EXIT
007040         VARYING WS-CHAIN-SUB FROM 1 BY 1
007050         UNTIL WS-CHAIN-SUB > 4
007060            OR WS-MATCH-FOUND
007070     IF WS-MATCH-FOUND
007080         SUBTRACT 1 FROM WS-CHAIN-SUB
007090     END-IF.
007100 4300-EXIT.
007110     EXIT.
007120
007130 4310-MATCH-ONE-CHAIN-ENTRY.
007140     IF WS-ESC-FROM (WS-CHAIN-SUB) =
007150         WT-DESTINATION (WS-ALERT-SUB)
007160         SET WS-MATCH-FOUND TO TRUE
007170     END-IF.
007180 4310-EXIT.
007190     EXIT.
007200
007210*================================================================
007220*    5000-REWRITE-STATE-FILE - THE WHOLE TABLE GOES BACK OVER
007230*    ALRTSTA.  SKIPPED IF THE TABLE OVERFLOWED ON LOAD SO STATE
007240*    FOR ALERTS BEYOND THE LIMIT IS NEVER INVENTED OR LOST.
007250*================================================================
007260 5000-REWRITE-STATE-FILE.
007270     IF WS-TABLE-OVERFLOW
007280         DISPLAY "ALRTACK: MORE THAN 200 ALERTS - STATE FILE "
007290                 "LEFT UNCHANGED"
007300         GO TO 5000-EXIT
007310     END-IF
007320     OPEN OUTPUT ALERT-STATE-FILE
007330     IF WS-ALRTSTA-STATUS NOT = "00"
007340         DISPLAY "ALRTACK: CANNOT REWRITE ALRTSTA, STATUS "
007350                 WS-ALRTSTA-STATUS
007360         GO TO 5000-EXIT
007370     END-IF
007380     PERFORM 5100-WRITE-ONE-STATE-ROW THRU 5100-EXIT
007390         VARYING WS-ALERT-SUB FROM 1 BY 1
007400         UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
007410     CLOSE ALERT-STATE-FILE.
007420 5000-EXIT.
007430     EXIT.
007440
007450 5100-WRITE-ONE-STATE-ROW.
007460     MOVE SPACES TO ALERT-STATE-RECORD
007470     MOVE WT-TIMESTAMP (WS-ALERT-SUB)     TO AS-TIMESTAMP
007480     MOVE WT-ERROR-CODE (WS-ALERT-SUB)    TO AS-ERROR-CODE
007490     MOVE WT-STATE (WS-ALERT-SUB)         TO AS-STATE
007500     MOVE WT-ACK-USER (WS-ALERT-SUB)      TO AS-ACK-USER
007510     MOVE WT-ACK-TIMESTAMP (WS-ALERT-SUB) TO AS-ACK-TIMESTAMP
007520     MOVE WT-DISPOSITION (WS-ALERT-SUB)   TO AS-DISPOSITION
007530     MOVE WT-ESC-COUNT (WS-ALERT-SUB)     TO AS-ESC-COUNT
007540     MOVE WT-DESTINATION (WS-ALERT-SUB)   TO AS-DESTINATION
007550     WRITE ALERT-STATE-RECORD.
007560 5100-EXIT.
007570     EXIT.
007580
007590*================================================================
007600*    6000-WRITE-REPORT - OPEN ALERTS SORTED BY SEVERITY, THEN
007610*    OLDEST FIRST WITHIN A SEVERITY
007620*================================================================
007630 6000-WRITE-REPORT.
007640     PERFORM 6500-SORT-ALERT-TABLE THRU 6500-EXIT
007650     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
007660     MOVE "OPEN ALERTS REPORT" TO WS-REPORT-LINE
007670     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-LINE
007680     MOVE ALL "-" TO WS-REPORT-LINE
007690     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-LINE
007700     MOVE SPACES TO WS-REPORT-LINE
007710     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
007720            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
007730            INTO WS-REPORT-LINE
007740     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-LINE
007750     MOVE SPACES TO WS-REPORT-LINE
007760     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-LINE
007770     PERFORM 6100-REPORT-ONE-ALERT THRU 6100-EXIT
007780         VARYING WS-ALERT-SUB FROM 1 BY 1
007790         UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
007800     IF WS-OPEN-COUNT = ZERO
007810         MOVE "NO ALERTS AWAITING ACTION" TO WS-REPORT-LINE
007820         WRITE ALERT-REPORT-RECORD FROM WS-REPORT-LINE
007830     END-IF
007840     MOVE SPACES TO WS-REPORT-LINE
007850     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-LINE
007860     MOVE WS-SEV1-OPEN TO WS-COUNT-DISPLAY
007870     MOVE SPACES TO WS-REPORT-LINE
007880     STRING "OPEN SEVERITY 1 . : " DELIMITED BY SIZE
007890            WS-COUNT-DISPLAY       DELIMITED BY SIZE
007900            INTO WS-REPORT-LINE
007910     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-LINE
007920     MOVE WS-SEV2-OPEN TO WS-COUNT-DISPLAY
007930     MOVE SPACES TO WS-REPORT-LINE
007940     STRING "OPEN SEVERITY 2 . : " DELIMITED BY SIZE
007950            WS-COUNT-DISPLAY       DELIMITED BY SIZE
007960            INTO WS-REPORT-LINE
007970     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-LINE
007980     MOVE WS-SEV3-OPEN TO WS-COUNT-DISPLAY
007990     MOVE SPACES TO WS-REPORT-LINE
008000     STRING "OPEN SEVERITY 3+  : " DELIMITED BY SIZE
008010            WS-COUNT-DISPLAY       DELIMITED BY SIZE
008020            INTO WS-REPORT-LINE
008030     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-LINE.
008040 6000-EXIT.
008050     EXIT.
008060
008070 6100-REPORT-ONE-ALERT.
008080     IF WT-STATE (WS-ALERT-SUB) = "ACKED   "
008090         ADD 1 TO WS-ACKED-COUNT
008100         GO TO 6100-EXIT
008110     END-IF
008120     ADD 1 TO WS-OPEN-COUNT
008130     EVALUATE WT-SEVERITY (WS-ALERT-SUB)
008140         WHEN 1
008150             ADD 1 TO WS-SEV1-OPEN
008160         WHEN 2
008170             ADD 1 TO WS-SEV2-OPEN
008180         WHEN OTHER
008190             ADD 1 TO WS-SEV3-OPEN
008200     END-EVALUATE
008210     MOVE WT-AGE-HOURS (WS-ALERT-SUB) TO WS-AGE-DISPLAY
008220     MOVE SPACES TO WS-REPORT-LINE
008230     STRING "SEV " DELIMITED BY SIZE
008240            WT-SEVERITY (WS-ALERT-SUB)  DELIMITED BY SIZE
008250            " "                         DELIMITED BY SIZE
008260            WT-TIMESTAMP (WS-ALERT-SUB) DELIMITED BY SIZE
008270            " AGE "                     DELIMITED BY SIZE
008280            WS-AGE-DISPLAY              DELIMITED BY SIZE
008290            "H "                        DELIMITED BY SIZE
008300            WT-DESTINATION (WS-ALERT-SUB)
008310                                        DELIMITED BY SIZE
008320            " "                         DELIMITED BY SIZE
008330            WT-ERROR-CODE (WS-ALERT-SUB)
008340                                        DELIMITED BY SIZE
008350            " "                         DELIMITED BY SIZE
008360            WT-MESSAGE (WS-ALERT-SUB) (1:50)
008370                                        DELIMITED BY SIZE
008380            " RUN "                     DELIMITED BY SIZE
008390            WT-RUN-ID (WS-ALERT-SUB)    DELIMITED BY SIZE
008400            INTO WS-REPORT-LINE
008410     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-LINE.
008420 6100-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------
008460*    6500 FAMILY - EXCHANGE SORT OF THE TABLE ON SEVERITY THEN
008470*    TIMESTAMP, SO THE REPORT READS WORST AND OLDEST FIRST
008480*----------------------------------------------------------------
008490 6500-SORT-ALERT-TABLE.
008500     IF WS-ALERT-COUNT < 2
008510         GO TO 6500-EXIT
008520     END-IF
008530     MOVE "N" TO WS-SORT-DONE-SW
008540     COMPUTE WS-SORT-LIMIT = WS-ALERT-COUNT - 1
008550     END-COMPUTE
008560     PERFORM 6510-ONE-SORT-PASS THRU 6510-EXIT
008570         UNTIL WS-SORT-DONE.
008580 6500-EXIT.
008590     EXIT.
008600
008610 6510-ONE-SORT-PASS.
008620     MOVE "Y" TO WS-SORT-DONE-SW
008630     PERFORM 6520-COMPARE-ONE-PAIR THRU 6520-EXIT
008640         VARYING WS-SORT-SUB FROM 1 BY 1
008650         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
008660 6510-EXIT.
008670     EXIT.
008680
008690 6520-COMPARE-ONE-PAIR.
008700     IF WT-SEVERITY (WS-SORT-SUB)
008710         > WT-SEVERITY (WS-SORT-SUB + 1)
008720         OR (WT-SEVERITY (WS-SORT-SUB)
008730             = WT-SEVERITY (WS-SORT-SUB + 1)
008740             AND WT-TIMESTAMP (WS-SORT-SUB)
008750             > WT-TIMESTAMP (WS-SORT-SUB + 1))
008760         MOVE WS-ALERT-ENTRY (WS-SORT-SUB) TO WS-SWAP-ENTRY
008770         MOVE WS-ALERT-ENTRY (WS-SORT-SUB + 1)
008780             TO WS-ALERT-ENTRY (WS-SORT-SUB)
008790         MOVE WS-SWAP-ENTRY
008800             TO WS-ALERT-ENTRY (WS-SORT-SUB + 1)
008810         MOVE "N" TO WS-SORT-DONE-SW
008820     END-IF.
008830 6520-EXIT.
008840     EXIT.
008850
008860 1650-BUILD-TIMESTAMP.
008870     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
008880     ACCEPT WS-TS-TIME FROM TIME
008890     STRING WS-TS-DATE   DELIMITED BY SIZE
008900            "-"          DELIMITED BY SIZE
008910            WS-TS-TIME   DELIMITED BY SIZE
008920            INTO WS-CURRENT-TIMESTAMP.
008930 1650-EXIT.
008940     EXIT.
008950
008960*================================================================
008970*    9000-FINALIZE - TOTALS, THEN CLOSE THE REPORT
008980*================================================================
008990 9000-FINALIZE.
009000     DISPLAY "ALRTACK: ALERTS ON FILE . : " WS-ALERT-COUNT
009010     DISPLAY "ALRTACK: ACKS APPLIED . . : " WS-ACK-APPLIED-COUNT
009020     DISPLAY "ALRTACK: ACKS REJECTED  . : "
009030             WS-ACK-REJECTED-COUNT
009040     DISPLAY "ALRTACK: ESCALATED  . . . : " WS-ESCALATED-COUNT
009050     DISPLAY "ALRTACK: STILL OPEN . . . : " WS-OPEN-COUNT
009060     CLOSE ALERT-REPORT-FILE.
009070 9000-EXIT.
009080     EXIT.
