000230*                    ENVPROF FILE THAT QUALIFIES EVERY FILE
000240*                    NAME, SO A TEST MONITOR SWEEP TOUCHES ONLY
000250*                    THE TEST-QUALIFIED REGISTRY AND LOG.
000260*   2026-10-15  DO   SRVREG ROWS NOW CARRY THE SERVICE NAME MAIN
000270*                    STARTED.  A LIVE INSTANCE WHOSE SERVICE HAS A
000280*                    HEALTH-CHECK PATH IN THE SRVCAT SERVICE
000290*                    CATALOG IS ALSO ASKED FOR THAT PATH OVER
000300*                    HTTP; ONE THAT DOES NOT ANSWER IS MARKED
000310*                    UNHEALTHY.
000320*                    THE PROBE LOG DETAIL NAMES THE SERVICE.
000330*   2026-10-15  DO   THE HEALTH PATH'S LEADING SLASH IS NOW
000340*                    DROPPED THROUGH A WORK FIELD RATHER THAN BY
000350*                    AN OVERLAPPING MOVE.
000360*----------------------------------------------------------------
000370* THE REGISTRY RECORD IS THE ONE MAIN WRITES: LAST-CHECKED
000380* TIMESTAMP IN COLUMNS 80-99, SERVICE NAME IN COLUMNS 101-108.
000390* MAIN LEAVES LAST-CHECKED BLANK; EACH MONITOR SWEEP FILLS IT.
000400* ROWS FROM BEFORE THE SERVICE CATALOG HAVE NO SERVICE NAME AND
000410* ARE PROBED FOR PROCESS AND PORT ONLY.
000420*
000430* SERVICE CATALOG (SRVCAT) - ONLY THE NAME (1-8) AND THE
000440* HEALTH-CHECK PATH (128-167) ARE USED HERE; SEE MAIN.
000450*
000460* STOP REQUEST FILE LAYOUT (STOPREQ, FIXED COLUMNS):
000470*   PORT      ( 1-  5)  PORT OF THE INSTANCE TO STOP
000480*   REQUESTER ( 7- 14)  WHO ASKED FOR THE STOP
000490*----------------------------------------------------------------
000500* Compile this file on its own:
000510*
000520*  $ cobc -x example/srvmon.cbl
000530*
000540* Then execute the binary file:
000550*
000560*  $ ./srvmon
000570*----------------------------------------------------------------
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610*----------------------------------------------------------------
000620*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000630*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000640*----------------------------------------------------------------
000650     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ENVPROF-STATUS.
000680
000690*----------------------------------------------------------------
000700*    SERVER REGISTRY - READ IN FULL, REWRITTEN IN FULL
000710*----------------------------------------------------------------
000720     SELECT SERVER-REGISTRY-FILE ASSIGN TO DYNAMIC
000730         WS-SRVREG-FILENAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SRVREG-STATUS.
000760
000770*----------------------------------------------------------------
000780*    STOP REQUESTS - OPTIONAL, ONE PORT PER RECORD
000790*----------------------------------------------------------------
000800     SELECT STOP-REQUEST-FILE ASSIGN TO DYNAMIC
000810         WS-STOPREQ-FILENAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-STOPREQ-STATUS.
000840
000850*----------------------------------------------------------------
000860*    MONITOR LOG - ONE RECORD PER PROBE OR STOP ACTION
000870*----------------------------------------------------------------
000880     SELECT MONITOR-LOG-FILE ASSIGN TO DYNAMIC
000890         WS-SRVMLOG-FILENAME
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-SRVMLOG-STATUS.
000920
000930*----------------------------------------------------------------
000940*    SERVICE CATALOG - OPTIONAL, SOURCE OF THE HEALTH-CHECK PATHS
000950*----------------------------------------------------------------
000960     SELECT SERVICE-CATALOG-FILE ASSIGN TO DYNAMIC
000970         WS-SRVCAT-FILENAME
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-SRVCAT-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  ENV-PROFILE-FILE.
001040 01  ENV-PROFILE-RECORD.
001050     05  EV-ENV-NAME                 PIC X(08).
001060     05  FILLER                      PIC X(01).
001070     05  EV-PREFIX                   PIC X(20).
001080
001090 FD  SERVER-REGISTRY-FILE.
001100 01  SERVER-REGISTRY-RECORD.
001110     05  SR-HOST                     PIC X(30).
001120     05  FILLER                      PIC X(01).
001130     05  SR-PORT                     PIC 9(05).
001140     05  FILLER                      PIC X(01).
001150     05  SR-START-TIMESTAMP          PIC X(20).
001160     05  FILLER                      PIC X(01).
001170     05  SR-PROCESS-ID               PIC 9(09).
001180     05  FILLER                      PIC X(01).
001190     05  SR-STATUS                   PIC X(10).
001200     05  FILLER                      PIC X(01).
001210     05  SR-LAST-CHECKED             PIC X(20).
001220     05  FILLER                      PIC X(01).
001230     05  SR-SERVICE-NAME             PIC X(08).
001240
001250 FD  STOP-REQUEST-FILE.
001260 01  STOP-REQUEST-RECORD.
001270     05  SQ-PORT                     PIC 9(05).
001280     05  FILLER                      PIC X(01).
001290     05  SQ-REQUESTED-BY             PIC X(08).
001300
001310 FD  MONITOR-LOG-FILE.
001320 01  MONITOR-LOG-RECORD.
001330     05  ML-TIMESTAMP                PIC X(20).
001340     05  FILLER                      PIC X(01).
001350     05  ML-ACTION                   PIC X(08).
001360     05  FILLER                      PIC X(01).
001370     05  ML-PORT                     PIC 9(05).
001380     05  FILLER                      PIC X(01).
001390     05  ML-PROCESS-ID               PIC 9(09).
001400     05  FILLER                      PIC X(01).
001410     05  ML-RESULT                   PIC X(10).
001420     05  FILLER                      PIC X(01).
001430     05  ML-DETAIL                   PIC X(30).
001440
001450 FD  SERVICE-CATALOG-FILE.
001460 01  SERVICE-CATALOG-RECORD.
001470     05  SV-SERVICE-NAME             PIC X(08).
001480     05  FILLER                      PIC X(119).
001490     05  SV-HEALTH-PATH              PIC X(40).
001500     05  FILLER                      PIC X(02).
001510
001520 WORKING-STORAGE SECTION.
001530*----------------------------------------------------------------
001540*    FILE STATUS FIELDS
001550*----------------------------------------------------------------
001560 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
001570 01  WS-SRVREG-STATUS                PIC X(02)  VALUE "00".
001580 01  WS-STOPREQ-STATUS               PIC X(02)  VALUE "00".
001590 01  WS-SRVMLOG-STATUS               PIC X(02)  VALUE "00".
001600 01  WS-SRVCAT-STATUS                PIC X(02)  VALUE "00".
001610
001620*----------------------------------------------------------------
001630*    SWITCHES
001640*----------------------------------------------------------------
001650 77  WS-REGISTRY-EOF-SW              PIC X(01)  VALUE "N".
001660     88  WS-REGISTRY-EOF                         VALUE "Y".
001670 77  WS-STOPREQ-EOF-SW               PIC X(01)  VALUE "N".
001680     88  WS-STOPREQ-EOF                          VALUE "Y".
001690 77  WS-REGISTRY-OVERFLOW-SW         PIC X(01)  VALUE "N".
001700     88  WS-REGISTRY-OVERFLOW                    VALUE "Y".
001710 77  WS-PID-ALIVE-SW                 PIC X(01)  VALUE "N".
001720     88  WS-PID-ALIVE                            VALUE "Y".
001730 77  WS-PORT-ALIVE-SW                PIC X(01)  VALUE "N".
001740     88  WS-PORT-ALIVE                           VALUE "Y".
001750 77  WS-STOP-WANTED-SW               PIC X(01)  VALUE "N".
001760     88  WS-STOP-WANTED                          VALUE "Y".
001770 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
001780     88  WS-ENVPROF-EOF                          VALUE "Y".
001790 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
001800     88  WS-ENV-FOUND                            VALUE "Y".
001810 77  WS-SRVCAT-EOF-SW                PIC X(01)  VALUE "N".
001820     88  WS-SRVCAT-EOF                           VALUE "Y".
001830 77  WS-HEALTH-OK-SW                 PIC X(01)  VALUE "Y".
001840     88  WS-HEALTH-OK                            VALUE "Y".
001850
001860*----------------------------------------------------------------
001870*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
001880*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
001890*----------------------------------------------------------------
001900 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
001910 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
001920 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
001930 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
001940 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
001950 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
001960 01  WS-SRVREG-FILENAME              PIC X(80) VALUE "SRVREG".
001970 01  WS-STOPREQ-FILENAME             PIC X(80) VALUE "STOPREQ".
001980 01  WS-SRVMLOG-FILENAME             PIC X(80) VALUE "SRVMLOG".
001990 01  WS-SRVCAT-FILENAME              PIC X(80) VALUE "SRVCAT".
002000
002010*----------------------------------------------------------------
002020*    COUNTERS AND SUBSCRIPTS
002030*----------------------------------------------------------------
002040 77  WS-REGISTRY-COUNT               PIC 9(03)  COMP VALUE ZERO.
002050 77  WS-STOPREQ-COUNT                PIC 9(03)  COMP VALUE ZERO.
002060 77  WS-RUNNING-COUNT                PIC 9(03)  COMP VALUE ZERO.
002070 77  WS-DEAD-COUNT                   PIC 9(03)  COMP VALUE ZERO.
002080 77  WS-STOPPED-COUNT                PIC 9(03)  COMP VALUE ZERO.
002090 77  WS-UNHEALTHY-COUNT              PIC 9(03)  COMP VALUE ZERO.
002100 77  WS-SERVICE-COUNT                PIC 9(02)  COMP VALUE ZERO.
002110 77  WS-SERVICE-SUB                  PIC 9(02)  COMP VALUE ZERO.
002120 77  WS-REG-SUB                      PIC 9(03)  COMP VALUE ZERO.
002130 77  WS-REQ-SUB                      PIC 9(03)  COMP VALUE ZERO.
002140
002150*----------------------------------------------------------------
002160*    IN-CORE COPY OF THE REGISTRY, REWRITTEN AT END OF RUN
002170*----------------------------------------------------------------
002180 01  WS-REGISTRY-TABLE.
002190     05  WS-REG-ENTRY OCCURS 100 TIMES.
002200         10  WS-REG-HOST             PIC X(30).
002210         10  WS-REG-PORT             PIC 9(05).
002220         10  WS-REG-START-TS         PIC X(20).
002230         10  WS-REG-PID              PIC 9(09).
002240         10  WS-REG-STATUS           PIC X(10).
002250         10  WS-REG-LAST-CHECKED     PIC X(20).
002260         10  WS-REG-SERVICE-NAME     PIC X(08).
002270
002280*----------------------------------------------------------------
002290*    HEALTH-CHECK PATHS FROM THE SERVICE CATALOG
002300*----------------------------------------------------------------
002310 01  WS-SERVICE-TABLE.
002320     05  WS-SERVICE-ENTRY OCCURS 30 TIMES.
002330         10  WV-SERVICE-NAME         PIC X(08).
002340         10  WV-HEALTH-PATH          PIC X(40).
002350 01  WS-HEALTH-PATH                  PIC X(40) VALUE SPACES.
002360 01  WS-HEALTH-PATH-WORK             PIC X(40) VALUE SPACES.
002370
002380*----------------------------------------------------------------
002390*    STOP REQUESTS READ FROM STOPREQ
002400*----------------------------------------------------------------
002410 01  WS-STOP-REQUEST-TABLE.
002420     05  WS-STOP-ENTRY OCCURS 20 TIMES.
002430         10  WS-STOP-PORT            PIC 9(05).
002440         10  WS-STOP-REQUESTER       PIC X(08).
002450
002460*----------------------------------------------------------------
002470*    PROBE COMMAND WORK AREAS.  THE PORT PROBE OPENS A TCP
002480*    CONNECTION TO THE REGISTERED HOST AND PORT; THE PROCESS
002490*    PROBE SENDS SIGNAL 0, WHICH TESTS EXISTENCE WITHOUT
002500*    TOUCHING THE PROCESS.  THE HEALTH PROBE IS AN HTTP GET OF
002510*    THE SERVICE'S HEALTH-CHECK PATH THAT MUST ANSWER 2XX OR 3XX.
002520*----------------------------------------------------------------
002530 01  WS-PROBE-COMMAND                PIC X(200) VALUE SPACES.
002540 01  WS-HOST-TOKEN                   PIC X(30) VALUE SPACES.
002550 01  WS-SLEEP-COMMAND                PIC X(40)
002560        VALUE "sleep 2".
002570
002580*----------------------------------------------------------------
002590*    TIMESTAMP WORK AREA
002600*----------------------------------------------------------------
002610 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
002620 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
002630 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
002640
002650*----------------------------------------------------------------
002660*    MONITOR LOG WORK FIELDS
002670*----------------------------------------------------------------
002680 01  WS-LOG-ACTION                   PIC X(08) VALUE SPACES.
002690 01  WS-LOG-RESULT                   PIC X(10) VALUE SPACES.
002700 01  WS-LOG-DETAIL                   PIC X(30) VALUE SPACES.
002710 01  WS-STOP-REQ-USER                PIC X(08) VALUE SPACES.
002720
002730 PROCEDURE DIVISION.
002740*================================================================
002750*    0000-MAINLINE
002760*================================================================
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002790     PERFORM 2000-PROCESS-REGISTRY THRU 2000-EXIT
002800     PERFORM 3000-REWRITE-REGISTRY THRU 3000-EXIT
002810     PERFORM 9000-FINALIZE THRU 9000-EXIT
002820     STOP RUN.
002830
002840*================================================================
002850*    1000-INITIALIZE - OPEN THE LOG, LOAD STOP REQUESTS AND
002860*    PULL THE WHOLE REGISTRY INTO THE TABLE
002870*================================================================
002880 1000-INITIALIZE.
002890     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
002900     OPEN EXTEND MONITOR-LOG-FILE
002910     IF WS-SRVMLOG-STATUS NOT = "00"
002920         OPEN OUTPUT MONITOR-LOG-FILE
002930     END-IF
002940     PERFORM 1100-LOAD-STOP-REQUESTS THRU 1100-EXIT
002950     PERFORM 1300-LOAD-SERVICE-CATALOG THRU 1300-EXIT
002960     PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT.
002970 1000-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------------
003010*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
003020*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
003030*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
003040*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
003050*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
003060*----------------------------------------------------------------
003070 1010-RESOLVE-ENVIRONMENT.
003080     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
003090     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
003100         INTO WS-ENV-TOKEN
003110     END-UNSTRING
003120     IF WS-ENV-TOKEN (1:4) = "ENV="
003130         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
003140         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
003150     END-IF
003160     MOVE "SRVREG" TO WS-BASE-FILENAME
003170     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003180     MOVE WS-BUILT-FILENAME TO WS-SRVREG-FILENAME
003190     MOVE "STOPREQ" TO WS-BASE-FILENAME
003200     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003210     MOVE WS-BUILT-FILENAME TO WS-STOPREQ-FILENAME
003220     MOVE "SRVMLOG" TO WS-BASE-FILENAME
003230     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003240     MOVE WS-BUILT-FILENAME TO WS-SRVMLOG-FILENAME
003250     MOVE "SRVCAT" TO WS-BASE-FILENAME
003260     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003270     MOVE WS-BUILT-FILENAME TO WS-SRVCAT-FILENAME.
003280 1010-EXIT.
003290     EXIT.
003300
003310 1020-LOAD-ENV-PROFILE.
003320     MOVE "N" TO WS-ENV-FOUND-SW
003330     MOVE "N" TO WS-ENVPROF-EOF-SW
003340     OPEN INPUT ENV-PROFILE-FILE
003350     IF WS-ENVPROF-STATUS NOT = "00"
003360         MOVE "Y" TO WS-ENVPROF-EOF-SW
003370     END-IF
003380     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
003390         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
003400     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
003410         CLOSE ENV-PROFILE-FILE
003420     END-IF
003430     IF WS-ENV-FOUND
003440         DISPLAY "SRVMON: ENVIRONMENT " WS-ENV-NAME
003450                 " - FILE PREFIX " WS-ENV-PREFIX
003460     ELSE
003470         MOVE SPACES TO WS-ENV-PREFIX
003480         STRING WS-ENV-NAME DELIMITED BY SPACE
003490                "."         DELIMITED BY SIZE
003500                INTO WS-ENV-PREFIX
003510         DISPLAY "SRVMON: ENVIRONMENT " WS-ENV-NAME
003520                 " NOT IN ENVPROF - USING PREFIX "
003530                 WS-ENV-PREFIX
003540     END-IF.
003550 1020-EXIT.
003560     EXIT.
003570
003580 1030-READ-ONE-PROFILE.
003590     READ ENV-PROFILE-FILE
003600         AT END
003610             MOVE "Y" TO WS-ENVPROF-EOF-SW
003620     END-READ
003630     IF WS-ENVPROF-EOF
003640         GO TO 1030-EXIT
003650     END-IF
003660     IF ENV-PROFILE-RECORD = SPACES
003670         OR EV-ENV-NAME (1:1) = "*"
003680         GO TO 1030-EXIT
003690     END-IF
003700     IF EV-ENV-NAME = WS-ENV-NAME
003710         SET WS-ENV-FOUND TO TRUE
003720         MOVE EV-PREFIX TO WS-ENV-PREFIX
003730     END-IF.
003740 1030-EXIT.
003750     EXIT.
003760
003770 1050-BUILD-ONE-FILENAME.
003780     MOVE SPACES TO WS-BUILT-FILENAME
003790     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
003800            WS-BASE-FILENAME DELIMITED BY SPACE
003810            INTO WS-BUILT-FILENAME.
003820 1050-EXIT.
003830     EXIT.
003840
003850 1100-LOAD-STOP-REQUESTS.
003860     OPEN INPUT STOP-REQUEST-FILE
003870     IF WS-STOPREQ-STATUS NOT = "00"
003880         MOVE "Y" TO WS-STOPREQ-EOF-SW
003890         GO TO 1100-EXIT
003900     END-IF
003910     PERFORM 1110-READ-STOP-REQUEST THRU 1110-EXIT
003920         UNTIL WS-STOPREQ-EOF
003930     CLOSE STOP-REQUEST-FILE.
003940 1100-EXIT.
003950     EXIT.
003960
003970 1110-READ-STOP-REQUEST.
003980     READ STOP-REQUEST-FILE
003990         AT END
004000             MOVE "Y" TO WS-STOPREQ-EOF-SW
004010     END-READ
004020     IF WS-STOPREQ-EOF
004030         GO TO 1110-EXIT
004040     END-IF
004050     IF SQ-PORT IS NOT NUMERIC OR SQ-PORT = ZERO
004060         GO TO 1110-EXIT
004070     END-IF
004080     IF WS-STOPREQ-COUNT < 20
004090         ADD 1 TO WS-STOPREQ-COUNT
004100         MOVE SQ-PORT         TO WS-STOP-PORT
004110                                 (WS-STOPREQ-COUNT)
004120         MOVE SQ-REQUESTED-BY TO WS-STOP-REQUESTER
004130                                 (WS-STOPREQ-COUNT)
004140     END-IF.
004150 1110-EXIT.
004160     EXIT.
004170
004180 1200-LOAD-REGISTRY.
004190     OPEN INPUT SERVER-REGISTRY-FILE
004200     IF WS-SRVREG-STATUS NOT = "00"
004210         DISPLAY "SRVMON: SRVREG NOT FOUND - NOTHING TO MONITOR"
004220         MOVE "Y" TO WS-REGISTRY-EOF-SW
004230         GO TO 1200-EXIT
004240     END-IF
004250     PERFORM 1210-READ-REGISTRY-RECORD THRU 1210-EXIT
004260         UNTIL WS-REGISTRY-EOF
004270     CLOSE SERVER-REGISTRY-FILE.
004280 1200-EXIT.
004290     EXIT.
004300
004310 1210-READ-REGISTRY-RECORD.
004320     READ SERVER-REGISTRY-FILE
004330         AT END
004340             MOVE "Y" TO WS-REGISTRY-EOF-SW
004350     END-READ
004360     IF WS-REGISTRY-EOF
004370         GO TO 1210-EXIT
004380     END-IF
004390     IF SERVER-REGISTRY-RECORD = SPACES
004400         GO TO 1210-EXIT
004410     END-IF
004420     IF WS-REGISTRY-COUNT = 100
004430         MOVE "Y" TO WS-REGISTRY-OVERFLOW-SW
004440         GO TO 1210-EXIT
004450     END-IF
004460     ADD 1 TO WS-REGISTRY-COUNT
004470     MOVE SR-HOST            TO WS-REG-HOST (WS-REGISTRY-COUNT)
004480     IF SR-PORT IS NUMERIC
004490         MOVE SR-PORT        TO WS-REG-PORT (WS-REGISTRY-COUNT)
004500     ELSE
004510         MOVE ZERO           TO WS-REG-PORT (WS-REGISTRY-COUNT)
004520     END-IF
004530     MOVE SR-START-TIMESTAMP
004540         TO WS-REG-START-TS (WS-REGISTRY-COUNT)
004550     IF SR-PROCESS-ID IS NUMERIC
004560         MOVE SR-PROCESS-ID  TO WS-REG-PID (WS-REGISTRY-COUNT)
004570     ELSE
004580         MOVE ZERO           TO WS-REG-PID (WS-REGISTRY-COUNT)
004590     END-IF
004600     MOVE SR-STATUS          TO WS-REG-STATUS
004610                                (WS-REGISTRY-COUNT)
004620     MOVE SR-LAST-CHECKED    TO WS-REG-LAST-CHECKED
004630                                (WS-REGISTRY-COUNT)
004640     MOVE SR-SERVICE-NAME    TO WS-REG-SERVICE-NAME
004650                                (WS-REGISTRY-COUNT).
004660 1210-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700*    1300/1310 - KEEP EACH CATALOGUED SERVICE THAT HAS A
004710*    HEALTH-CHECK PATH.  NO SRVCAT MEANS NO HEALTH PROBES.
004720*----------------------------------------------------------------
004730 1300-LOAD-SERVICE-CATALOG.
004740     OPEN INPUT SERVICE-CATALOG-FILE
004750     IF WS-SRVCAT-STATUS NOT = "00"
004760         GO TO 1300-EXIT
004770     END-IF
004780     PERFORM 1310-READ-ONE-SERVICE THRU 1310-EXIT
004790         UNTIL WS-SRVCAT-EOF
004800     CLOSE SERVICE-CATALOG-FILE.
004810 1300-EXIT.
004820     EXIT.
004830
004840 1310-READ-ONE-SERVICE.
004850     READ SERVICE-CATALOG-FILE
004860         AT END
004870             MOVE "Y" TO WS-SRVCAT-EOF-SW
004880     END-READ
004890     IF WS-SRVCAT-EOF
004900         GO TO 1310-EXIT
004910     END-IF
004920     IF SERVICE-CATALOG-RECORD = SPACES
004930         OR SV-SERVICE-NAME (1:1) = "*"
004940         OR SV-SERVICE-NAME = SPACES
004950         OR SV-HEALTH-PATH = SPACES
004960         GO TO 1310-EXIT
004970     END-IF
004980     IF WS-SERVICE-COUNT < 30
004990         ADD 1 TO WS-SERVICE-COUNT
005000         MOVE SV-SERVICE-NAME TO WV-SERVICE-NAME
005010                                 (WS-SERVICE-COUNT)
005020         MOVE SV-HEALTH-PATH  TO WV-HEALTH-PATH
005030                                 (WS-SERVICE-COUNT)
005040     END-IF.
005050 1310-EXIT.
005060     EXIT.
005070
005080*================================================================
005090*    2000-PROCESS-REGISTRY - PROBE EVERY INSTANCE AND APPLY ANY
005100*    STOP REQUEST THAT NAMES ITS PORT
005110*================================================================
005120 2000-PROCESS-REGISTRY.
005130     PERFORM 2100-PROBE-ONE-INSTANCE THRU 2100-EXIT
005140         VARYING WS-REG-SUB FROM 1 BY 1
005150         UNTIL WS-REG-SUB > WS-REGISTRY-COUNT.
005160 2000-EXIT.
005170     EXIT.
005180
005190 2100-PROBE-ONE-INSTANCE.
005200     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
005210     PERFORM 2200-PROBE-PROCESS-ID THRU 2200-EXIT
005220     PERFORM 2300-PROBE-PORT THRU 2300-EXIT
005230     PERFORM 2400-CHECK-STOP-REQUEST THRU 2400-EXIT
005240     IF WS-STOP-WANTED
005250         AND (WS-PID-ALIVE OR WS-PORT-ALIVE)
005260         PERFORM 2500-STOP-INSTANCE THRU 2500-EXIT
005270         GO TO 2100-EXIT
005280     END-IF
005290     IF WS-PID-ALIVE OR WS-PORT-ALIVE
005300         MOVE "Y" TO WS-HEALTH-OK-SW
005310         IF WS-PORT-ALIVE
005320             PERFORM 2350-PROBE-HEALTH THRU 2350-EXIT
005330         END-IF
005340         IF WS-HEALTH-OK
005350             MOVE "RUNNING"   TO WS-REG-STATUS (WS-REG-SUB)
005360             ADD 1 TO WS-RUNNING-COUNT
005370             MOVE "ALIVE"     TO WS-LOG-RESULT
005380         ELSE
005390             MOVE "UNHEALTHY" TO WS-REG-STATUS (WS-REG-SUB)
005400             ADD 1 TO WS-UNHEALTHY-COUNT
005410             MOVE "UNHEALTHY" TO WS-LOG-RESULT
005420         END-IF
005430     ELSE
005440         IF WS-REG-STATUS (WS-REG-SUB) = "STOPPED"
005450             ADD 1 TO WS-STOPPED-COUNT
005460             MOVE "STOPPED"  TO WS-LOG-RESULT
005470         ELSE
005480             MOVE "DEAD"     TO WS-REG-STATUS (WS-REG-SUB)
005490             ADD 1 TO WS-DEAD-COUNT
005500             MOVE "DEAD"     TO WS-LOG-RESULT
005510         END-IF
005520     END-IF
005530     MOVE WS-CURRENT-TIMESTAMP
005540         TO WS-REG-LAST-CHECKED (WS-REG-SUB)
005550     MOVE "PROBE"    TO WS-LOG-ACTION
005560     MOVE WS-REG-SERVICE-NAME (WS-REG-SUB) TO WS-LOG-DETAIL
005570     PERFORM 8000-WRITE-MONITOR-LOG THRU 8000-EXIT.
005580 2100-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------
005620*    2200 - SIGNAL 0 PROBE OF THE REGISTERED PROCESS ID
005630*----------------------------------------------------------------
005640 2200-PROBE-PROCESS-ID.
005650     MOVE "N" TO WS-PID-ALIVE-SW
005660     IF WS-REG-PID (WS-REG-SUB) = ZERO
005670         GO TO 2200-EXIT
005680     END-IF
005690     MOVE SPACES TO WS-PROBE-COMMAND
005700     STRING "kill -0 "                  DELIMITED BY SIZE
005710            WS-REG-PID (WS-REG-SUB)     DELIMITED BY SIZE
005720            " >/dev/null 2>&1"          DELIMITED BY SIZE
005730            INTO WS-PROBE-COMMAND
005740     CALL "SYSTEM" USING WS-PROBE-COMMAND
005750     IF RETURN-CODE = ZERO
005760         SET WS-PID-ALIVE TO TRUE
005770     END-IF.
005780 2200-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820*    2300 - TCP CONNECT PROBE OF THE REGISTERED HOST AND PORT
005830*----------------------------------------------------------------
005840 2300-PROBE-PORT.
005850     MOVE "N" TO WS-PORT-ALIVE-SW
005860     IF WS-REG-PORT (WS-REG-SUB) = ZERO
005870         GO TO 2300-EXIT
005880     END-IF
005890     IF WS-REG-HOST (WS-REG-SUB) = SPACES
005900         MOVE "LOCALHOST" TO WS-HOST-TOKEN
005910     ELSE
005920         MOVE WS-REG-HOST (WS-REG-SUB) TO WS-HOST-TOKEN
005930     END-IF
005940     MOVE SPACES TO WS-PROBE-COMMAND
005950     STRING "timeout 2 bash -c 'exec 3<>/dev/tcp/"
005960                                        DELIMITED BY SIZE
005970            WS-HOST-TOKEN               DELIMITED BY SPACE
005980            "/"                         DELIMITED BY SIZE
005990            WS-REG-PORT (WS-REG-SUB)    DELIMITED BY SIZE
006000            "' >/dev/null 2>&1"         DELIMITED BY SIZE
006010            INTO WS-PROBE-COMMAND
006020     CALL "SYSTEM" USING WS-PROBE-COMMAND
006030     IF RETURN-CODE = ZERO
006040         SET WS-PORT-ALIVE TO TRUE
006050     END-IF.
006060 2300-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100*    2350 - HTTP GET OF THE SERVICE'S HEALTH-CHECK PATH ON THE
006110*    REGISTERED HOST AND PORT.  A SERVICE WITH NO PATH IN THE
006120*    CATALOG (OR A ROW WITH NO SERVICE) IS TAKEN AS HEALTHY.
006130*----------------------------------------------------------------
006140 2350-PROBE-HEALTH.
006150     MOVE SPACES TO WS-HEALTH-PATH
006160     IF WS-REG-SERVICE-NAME (WS-REG-SUB) = SPACES
006170         GO TO 2350-EXIT
006180     END-IF
006190     PERFORM 2360-MATCH-SERVICE THRU 2360-EXIT
006200         VARYING WS-SERVICE-SUB FROM 1 BY 1
006210         UNTIL WS-SERVICE-SUB > WS-SERVICE-COUNT
006220            OR WS-HEALTH-PATH NOT = SPACES
006230     IF WS-HEALTH-PATH = SPACES
006240         GO TO 2350-EXIT
006250     END-IF
006260     IF WS-HEALTH-PATH (1:1) = "/"
006270         MOVE WS-HEALTH-PATH (2:39) TO WS-HEALTH-PATH-WORK
006280         MOVE WS-HEALTH-PATH-WORK TO WS-HEALTH-PATH
006290     END-IF
006300     MOVE SPACES TO WS-PROBE-COMMAND
006310     STRING "curl -s -f -o /dev/null --max-time 2 http://"
006320                                        DELIMITED BY SIZE
006330            WS-HOST-TOKEN               DELIMITED BY SPACE
006340            ":"                         DELIMITED BY SIZE
006350            WS-REG-PORT (WS-REG-SUB)    DELIMITED BY SIZE
006360            "/"                         DELIMITED BY SIZE
006370            WS-HEALTH-PATH              DELIMITED BY SPACE
006380            " >/dev/null 2>&1"          DELIMITED BY SIZE
006390            INTO WS-PROBE-COMMAND
006400     CALL "SYSTEM" USING WS-PROBE-COMMAND
006410     IF RETURN-CODE NOT = ZERO
006420         MOVE "N" TO WS-HEALTH-OK-SW
006430     END-IF.
006440 2350-EXIT.
006450     EXIT.
006460
006470 2360-MATCH-SERVICE.
006480     IF WV-SERVICE-NAME (WS-SERVICE-SUB) =
006490         WS-REG-SERVICE-NAME (WS-REG-SUB)
006500         MOVE WV-HEALTH-PATH (WS-SERVICE-SUB) TO WS-HEALTH-PATH
006510     END-IF.
006520 2360-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560*    2400 - IS THERE A STOP REQUEST FOR THIS INSTANCE'S PORT
006570*----------------------------------------------------------------
006580 2400-CHECK-STOP-REQUEST.
006590     MOVE "N" TO WS-STOP-WANTED-SW
006600     PERFORM 2410-MATCH-ONE-REQUEST THRU 2410-EXIT
006610         VARYING WS-REQ-SUB FROM 1 BY 1
006620         UNTIL WS-REQ-SUB > WS-STOPREQ-COUNT
006630            OR WS-STOP-WANTED.
006640 2400-EXIT.
006650     EXIT.
006660
006670 2410-MATCH-ONE-REQUEST.
006680     IF WS-STOP-PORT (WS-REQ-SUB) =
006690         WS-REG-PORT (WS-REG-SUB)
006700         SET WS-STOP-WANTED TO TRUE
006710         MOVE WS-STOP-REQUESTER (WS-REQ-SUB)
006720             TO WS-STOP-REQ-USER
006730     END-IF.
006740 2410-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780*    2500 - CONTROLLED STOP: SIGTERM, A GRACE PERIOD, THEN A
006790*    RE-PROBE.  THE INSTANCE IS ONLY MARKED STOPPED ONCE THE
006800*    PROCESS IS REALLY GONE.
006810*----------------------------------------------------------------
006820 2500-STOP-INSTANCE.
006830*    NEVER BUILD A KILL AGAINST PID ZERO - THE SHELL WOULD
006840*    SIGNAL THE WHOLE PROCESS GROUP, SRVMON INCLUDED
006850     IF WS-REG-PID (WS-REG-SUB) = ZERO
006860         MOVE "STOP"     TO WS-LOG-ACTION
006870         MOVE "ALIVE"    TO WS-LOG-RESULT
006880         MOVE "NO PID ON FILE - NOT STOPPED" TO WS-LOG-DETAIL
006890         MOVE "RUNNING"  TO WS-REG-STATUS (WS-REG-SUB)
006900         ADD 1 TO WS-RUNNING-COUNT
006910         MOVE WS-CURRENT-TIMESTAMP
006920             TO WS-REG-LAST-CHECKED (WS-REG-SUB)
006930         DISPLAY "SRVMON: STOP OF PORT "
006940                 WS-REG-PORT (WS-REG-SUB)
006950                 " SKIPPED - NO PID ON FILE"
006960         PERFORM 8000-WRITE-MONITOR-LOG THRU 8000-EXIT
006970         GO TO 2500-EXIT
006980     END-IF
006990     MOVE SPACES TO WS-PROBE-COMMAND
007000     STRING "kill "                     DELIMITED BY SIZE
007010            WS-REG-PID (WS-REG-SUB)     DELIMITED BY SIZE
007020            " >/dev/null 2>&1"          DELIMITED BY SIZE
007030            INTO WS-PROBE-COMMAND
007040     CALL "SYSTEM" USING WS-PROBE-COMMAND
007050     CALL "SYSTEM" USING WS-SLEEP-COMMAND
007060     PERFORM 2200-PROBE-PROCESS-ID THRU 2200-EXIT
007070     PERFORM 2300-PROBE-PORT THRU 2300-EXIT
007080     IF WS-PID-ALIVE OR WS-PORT-ALIVE
007090         MOVE "RUNNING" TO WS-REG-STATUS (WS-REG-SUB)
007100         ADD 1 TO WS-RUNNING-COUNT
007110         MOVE "ALIVE"   TO WS-LOG-RESULT
007120         MOVE "STOP REQUEST DID NOT TAKE" TO WS-LOG-DETAIL
007130         DISPLAY "SRVMON: STOP OF PORT "
007140                 WS-REG-PORT (WS-REG-SUB)
007150                 " DID NOT TAKE - STILL ALIVE"
007160     ELSE
007170         MOVE "STOPPED"  TO WS-REG-STATUS (WS-REG-SUB)
007180         ADD 1 TO WS-STOPPED-COUNT
007190         MOVE "STOPPED"  TO WS-LOG-RESULT
007200         MOVE WS-STOP-REQ-USER TO WS-LOG-DETAIL
007210     END-IF
007220     MOVE WS-CURRENT-TIMESTAMP
007230         TO WS-REG-LAST-CHECKED (WS-REG-SUB)
007240     MOVE "STOP"     TO WS-LOG-ACTION
007250     PERFORM 8000-WRITE-MONITOR-LOG THRU 8000-EXIT.
007260 2500-EXIT.
007270     EXIT.
007280
007290*================================================================
007300*    3000-REWRITE-REGISTRY - WRITE THE UPDATED TABLE BACK OVER
007310*    SRVREG.  SKIPPED IF THE TABLE OVERFLOWED ON LOAD SO THAT
007320*    ROWS BEYOND THE TABLE LIMIT ARE NEVER THROWN AWAY.
007330*================================================================
007340 3000-REWRITE-REGISTRY.
007350     IF WS-REGISTRY-COUNT = ZERO
007360         GO TO 3000-EXIT
007370     END-IF
007380     IF WS-REGISTRY-OVERFLOW
007390         DISPLAY "SRVMON: MORE THAN 100 SRVREG ROWS - "
007400                 "REGISTRY LEFT UNCHANGED"
007410         GO TO 3000-EXIT
007420     END-IF
007430     OPEN OUTPUT SERVER-REGISTRY-FILE
007440     IF WS-SRVREG-STATUS NOT = "00"
007450         DISPLAY "SRVMON: CANNOT REWRITE SRVREG, STATUS "
007460                 WS-SRVREG-STATUS
007470         GO TO 3000-EXIT
007480     END-IF
007490     PERFORM 3100-WRITE-ONE-ROW THRU 3100-EXIT
007500         VARYING WS-REG-SUB FROM 1 BY 1
007510         UNTIL WS-REG-SUB > WS-REGISTRY-COUNT
007520     CLOSE SERVER-REGISTRY-FILE.
007530 3000-EXIT.
007540     EXIT.
007550
007560 3100-WRITE-ONE-ROW.
007570     MOVE SPACES TO SERVER-REGISTRY-RECORD
007580     MOVE WS-REG-HOST (WS-REG-SUB)     TO SR-HOST
007590     MOVE WS-REG-PORT (WS-REG-SUB)     TO SR-PORT
007600     MOVE WS-REG-START-TS (WS-REG-SUB) TO SR-START-TIMESTAMP
007610     MOVE WS-REG-PID (WS-REG-SUB)      TO SR-PROCESS-ID
007620     MOVE WS-REG-STATUS (WS-REG-SUB)   TO SR-STATUS
007630     MOVE WS-REG-LAST-CHECKED (WS-REG-SUB)
007640                                       TO SR-LAST-CHECKED
007650     MOVE WS-REG-SERVICE-NAME (WS-REG-SUB)
007660                                       TO SR-SERVICE-NAME
007670     WRITE SERVER-REGISTRY-RECORD.
007680 3100-EXIT.
007690     EXIT.
007700
007710 1650-BUILD-TIMESTAMP.
007720     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
007730     ACCEPT WS-TS-TIME FROM TIME
007740     STRING WS-TS-DATE   DELIMITED BY SIZE
007750            "-"          DELIMITED BY SIZE
007760            WS-TS-TIME   DELIMITED BY SIZE
007770            INTO WS-CURRENT-TIMESTAMP.
007780 1650-EXIT.
007790     EXIT.
007800
007810*================================================================
007820*    8000-WRITE-MONITOR-LOG - ONE SRVMLOG ROW PER ACTION
007830*================================================================
007840 8000-WRITE-MONITOR-LOG.
007850     MOVE SPACES TO MONITOR-LOG-RECORD
007860     MOVE WS-CURRENT-TIMESTAMP        TO ML-TIMESTAMP
007870     MOVE WS-LOG-ACTION               TO ML-ACTION
007880     MOVE WS-REG-PORT (WS-REG-SUB)    TO ML-PORT
007890     MOVE WS-REG-PID (WS-REG-SUB)     TO ML-PROCESS-ID
007900     MOVE WS-LOG-RESULT               TO ML-RESULT
007910     MOVE WS-LOG-DETAIL               TO ML-DETAIL
007920     WRITE MONITOR-LOG-RECORD.
007930 8000-EXIT.
007940     EXIT.
007950
007960*================================================================
007970*    9000-FINALIZE - TOTALS, THEN CLOSE THE LOG
007980*================================================================
007990 9000-FINALIZE.
008000     DISPLAY "SRVMON: INSTANCES CHECKED : " WS-REGISTRY-COUNT
008010     DISPLAY "SRVMON: RUNNING . . . . . : " WS-RUNNING-COUNT
008020     DISPLAY "SRVMON: DEAD  . . . . . . : " WS-DEAD-COUNT
008030     DISPLAY "SRVMON: STOPPED . . . . . : " WS-STOPPED-COUNT
008040     DISPLAY "SRVMON: UNHEALTHY . . . . : " WS-UNHEALTHY-COUNT
008050     CLOSE MONITOR-LOG-FILE.
008060 9000-EXIT.
008070     EXIT.
