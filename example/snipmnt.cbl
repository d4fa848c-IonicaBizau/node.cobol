000360*                    VERSIONS WITH USER ID, TIMESTAMP AND
000370*                    SEGMENT COUNT.  BOTH ARE AUDITED TO
000380*                    SNIPAUD LIKE EVERY OTHER ACTION.
000390*   2026-10-15  DO   TAKES THE ENVIRONMENT'S RUN LOCK (RUNLOCK)
000400*                    AT START AND RELEASES IT AT FINALIZE, AS
000410*                    MAIN DOES, SO ONLY ONE JOB AT A TIME RUNS
000420*                    IN AN ENVIRONMENT.  A LOCK HELD BY A LIVE
000430*                    PROCESS REFUSES THE JOB (9091); A STALE
000440*                    LOCK REFUSES IT TOO (9092) UNLESS THE PARM
000450*                    INCLUDES CLEARLOCK (9093).  EACH GOES TO
000460*                    ERRLOG AND ALERTS.
000470*   2026-10-15  DO   A JOB REFUSED BY THE RUN LOCK NOW ENDS WITH
000480*                    RETURN CODE 8 SO THE SCHEDULER SEES IT.
000490*----------------------------------------------------------------
000500* TRANSACTION FILE LAYOUT (SNIPTRAN, FIXED COLUMNS):
000510*   ACTION    ( 1-  8)  ADD / REPLACE / DELETE / RENAME /
000520*                       LIST / ROLLBACK / VERSIONS / DATA
000530*   NAME      (10- 17)  SNIPPET NAME
000540*   NEW NAME  (19- 26)  TARGET NAME, RENAME ONLY
000550*   USER ID   (28- 35)  WHO SUBMITTED THE CHANGE
000560*   PAYLOAD   (37-136)  SNIPPET SOURCE, DATA RECORDS ONLY
000570* AN ADD OR REPLACE IS FOLLOWED BY ITS DATA RECORDS, ONE
000580* SNIPPET SOURCE LINE PER DATA RECORD, IN ORDER.
000590*----------------------------------------------------------------
000600* Compile this file on its own:
000610*
000620*  $ cobc -x example/snipmnt.cbl
000630*
000640* Then execute the binary file:
000650*
000660*  $ ./snipmnt
000670*----------------------------------------------------------------
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710*----------------------------------------------------------------
000720*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000730*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000740*----------------------------------------------------------------
000750     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-ENVPROF-STATUS.
000780
000790*----------------------------------------------------------------
000800*    MAINTENANCE TRANSACTIONS - SEQUENTIAL INPUT
000810*----------------------------------------------------------------
000820     SELECT SNIPPET-TRAN-FILE ASSIGN TO DYNAMIC
000830         WS-SNIPTRAN-FILENAME
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SNIPTRAN-STATUS.
000860
000870*----------------------------------------------------------------
000880*    SNIPPET LIBRARY - SAME LAYOUT AND KEY AS IN MAIN
000890*----------------------------------------------------------------
000900     SELECT SNIPPET-LIBRARY-FILE ASSIGN TO DYNAMIC
000910         WS-SNIPLIB-FILENAME
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS SL-SNIPPET-KEY
000950         FILE STATUS IS WS-SNIPLIB-STATUS.
000960
000970*----------------------------------------------------------------
000980*    VERSION HISTORY - PRIOR SNIPPET VERSIONS RETAINED BY
000990*    REPLACE AND DELETE, RESTORED BY ROLLBACK
001000*----------------------------------------------------------------
001010     SELECT SNIPPET-VERSION-FILE ASSIGN TO DYNAMIC
001020         WS-SNIPVER-FILENAME
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS SV-VERSION-KEY
001060         FILE STATUS IS WS-SNIPVER-STATUS.
001070
001080*----------------------------------------------------------------
001090*    AUDIT TRAIL - ONE RECORD PER TRANSACTION PROCESSED
001100*----------------------------------------------------------------
001110     SELECT SNIPPET-AUDIT-FILE ASSIGN TO DYNAMIC
001120         WS-SNIPAUD-FILENAME
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-SNIPAUD-STATUS.
001150
001160*----------------------------------------------------------------
001170*    LIST REPORT - OUTPUT OF THE LIST ACTION
001180*----------------------------------------------------------------
001190     SELECT SNIPPET-LIST-FILE ASSIGN TO DYNAMIC
001200         WS-SNIPLST-FILENAME
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-SNIPLST-STATUS.
001230
001240*----------------------------------------------------------------
001250*    RUN LOCK - ONE JOB AT A TIME PER ENVIRONMENT, AS IN MAIN
001260*----------------------------------------------------------------
001270     SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC
001280         WS-RUNLOCK-FILENAME
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-RUNLOCK-STATUS.
001310
001320*----------------------------------------------------------------
001330*    PROCESS ID WORK FILE - ONE LINE LEFT BY THE SHELL
001340*----------------------------------------------------------------
001350     SELECT LOCK-WORK-FILE ASSIGN TO DYNAMIC
001360         WS-LOCKWORK-FILENAME
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-LOCKWORK-STATUS.
001390
001400*----------------------------------------------------------------
001410*    ERROR LOG AND OPERATOR ALERTS - APPENDED TO WHEN THE RUN
001420*    LOCK REFUSES OR CLEARS
001430*----------------------------------------------------------------
001440     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC
001450         WS-ERRLOG-FILENAME
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS WS-ERRLOG-STATUS.
001480
001490     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
001500         WS-ALERTS-FILENAME
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-ALERTS-STATUS.
001530
001540 DATA DIVISION.
001550 FILE SECTION.
001560 FD  ENV-PROFILE-FILE.
001570 01  ENV-PROFILE-RECORD.
001580     05  EV-ENV-NAME                 PIC X(08).
001590     05  FILLER                      PIC X(01).
001600     05  EV-PREFIX                   PIC X(20).
001610
001620 FD  SNIPPET-TRAN-FILE.
001630 01  SNIPPET-TRAN-RECORD.
001640     05  ST-ACTION                   PIC X(08).
001650     05  FILLER                      PIC X(01).
001660     05  ST-SNIPPET-NAME             PIC X(08).
001670     05  FILLER                      PIC X(01).
001680     05  ST-NEW-NAME                 PIC X(08).
001690     05  FILLER                      PIC X(01).
001700     05  ST-USER-ID                  PIC X(08).
001710     05  FILLER                      PIC X(01).
001720     05  ST-PAYLOAD                  PIC X(100).
001730
001740 FD  SNIPPET-LIBRARY-FILE.
001750 01  SNIPPET-LIBRARY-RECORD.
001760     05  SL-SNIPPET-KEY.
001770         10  SL-SNIPPET-NAME         PIC X(08).
001780         10  SL-SEQUENCE-NUMBER      PIC 9(03).
001790     05  SL-PAYLOAD                  PIC X(100).
001800
001810 FD  SNIPPET-VERSION-FILE.
001820 01  SNIPPET-VERSION-RECORD.
001830     05  SV-VERSION-KEY.
001840         10  SV-SNIPPET-NAME         PIC X(08).
001850         10  SV-VERSION              PIC 9(03).
001860         10  SV-SEQUENCE             PIC 9(03).
001870     05  SV-PAYLOAD                  PIC X(100).
001880
001890 FD  SNIPPET-AUDIT-FILE.
001900 01  SNIPPET-AUDIT-RECORD.
001910     05  SA-TIMESTAMP                PIC X(20).
001920     05  FILLER                      PIC X(01)  VALUE SPACE.
001930     05  SA-USER-ID                  PIC X(08).
001940     05  FILLER                      PIC X(01)  VALUE SPACE.
001950     05  SA-ACTION                   PIC X(08).
001960     05  FILLER                      PIC X(01)  VALUE SPACE.
001970     05  SA-SNIPPET-NAME             PIC X(08).
001980     05  FILLER                      PIC X(01)  VALUE SPACE.
001990     05  SA-NEW-NAME                 PIC X(08).
002000     05  FILLER                      PIC X(01)  VALUE SPACE.
002010     05  SA-SEGMENT-COUNT            PIC 9(03).
002020     05  FILLER                      PIC X(01)  VALUE SPACE.
002030     05  SA-RESULT                   PIC X(08).
002040     05  FILLER                      PIC X(01)  VALUE SPACE.
002050     05  SA-MESSAGE                  PIC X(40).
002060
002070 FD  SNIPPET-LIST-FILE.
002080 01  SNIPPET-LIST-RECORD             PIC X(100).
002090
002100 FD  RUN-LOCK-FILE.
002110 01  RUN-LOCK-RECORD.
002120     05  RL-RUN-ID                   PIC X(16).
002130     05  FILLER                      PIC X(01).
002140     05  RL-PROGRAM                  PIC X(08).
002150     05  FILLER                      PIC X(01).
002160     05  RL-PROCESS-ID               PIC 9(09).
002170     05  FILLER                      PIC X(01).
002180     05  RL-START-TIMESTAMP          PIC X(20).
002190
002200 FD  LOCK-WORK-FILE.
002210 01  LOCK-WORK-RECORD.
002220     05  LW-PROCESS-ID               PIC 9(10).
002230
002240 FD  ERROR-LOG-FILE.
002250 01  ERROR-LOG-RECORD.
002260     05  EL-TIMESTAMP                PIC X(20).
002270     05  FILLER                      PIC X(01)  VALUE SPACE.
002280     05  EL-STEP-NAME                PIC X(16).
002290     05  FILLER                      PIC X(01)  VALUE SPACE.
002300     05  EL-ERROR-CODE               PIC 9(04).
002310     05  FILLER                      PIC X(01)  VALUE SPACE.
002320     05  EL-SCRIPT-PATH              PIC X(80).
002330     05  FILLER                      PIC X(01)  VALUE SPACE.
002340     05  EL-ERROR-MESSAGE            PIC X(60).
002350     05  FILLER                      PIC X(01)  VALUE SPACE.
002360     05  EL-RUN-ID                   PIC X(16).
002370
002380 FD  ALERTS-FILE.
002390 01  ALERTS-RECORD.
002400     05  AL-TIMESTAMP                PIC X(20).
002410     05  FILLER                      PIC X(01).
002420     05  AL-SEVERITY                 PIC 9(01).
002430     05  FILLER                      PIC X(01).
002440     05  AL-DESTINATION              PIC X(16).
002450     05  FILLER                      PIC X(01).
002460     05  AL-ERROR-CODE               PIC 9(04).
002470     05  FILLER                      PIC X(01).
002480     05  AL-STEP-NAME                PIC X(16).
002490     05  FILLER                      PIC X(01).
002500     05  AL-MESSAGE                  PIC X(60).
002510     05  FILLER                      PIC X(01).
002520     05  AL-RUN-ID                   PIC X(16).
002530
002540 WORKING-STORAGE SECTION.
002550*----------------------------------------------------------------
002560*    FILE STATUS FIELDS
002570*----------------------------------------------------------------
002580 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
002590 01  WS-RUNLOCK-STATUS               PIC X(02)  VALUE "00".
002600 01  WS-LOCKWORK-STATUS              PIC X(02)  VALUE "00".
002610 01  WS-ERRLOG-STATUS                PIC X(02)  VALUE "00".
002620 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
002630 01  WS-SNIPTRAN-STATUS              PIC X(02)  VALUE "00".
002640 01  WS-SNIPLIB-STATUS               PIC X(02)  VALUE "00".
002650 01  WS-SNIPVER-STATUS               PIC X(02)  VALUE "00".
002660 01  WS-SNIPAUD-STATUS               PIC X(02)  VALUE "00".
002670 01  WS-SNIPLST-STATUS               PIC X(02)  VALUE "00".
002680
002690*----------------------------------------------------------------
002700*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
002710*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
002720*----------------------------------------------------------------
002730 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
002740 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
002750 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
002760 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
002770 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
002780 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
002790 01  WS-RUNLOCK-FILENAME             PIC X(80) VALUE "RUNLOCK".
002800 01  WS-LOCK-TOKEN                   PIC X(12) VALUE SPACES.
002810 01  WS-LOCKWORK-FILENAME            PIC X(80) VALUE "LOCKWORK".
002820 01  WS-ERRLOG-FILENAME              PIC X(80) VALUE "ERRLOG".
002830 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
002840 01  WS-SNIPTRAN-FILENAME            PIC X(80) VALUE "SNIPTRAN".
002850 01  WS-SNIPLIB-FILENAME             PIC X(80) VALUE "SNIPLIB".
002860 01  WS-SNIPVER-FILENAME             PIC X(80) VALUE "SNIPVER".
002870 01  WS-SNIPAUD-FILENAME             PIC X(80) VALUE "SNIPAUD".
002880 01  WS-SNIPLST-FILENAME             PIC X(80) VALUE "SNIPLST".
002890
002900*----------------------------------------------------------------
002910*    SWITCHES
002920*----------------------------------------------------------------
002930 77  WS-TRAN-EOF-SW                  PIC X(01)  VALUE "N".
002940     88  WS-TRAN-EOF                             VALUE "Y".
002950 77  WS-SNIPLIB-AVAILABLE-SW         PIC X(01)  VALUE "N".
002960     88  WS-SNIPLIB-AVAILABLE                    VALUE "Y".
002970 77  WS-SNIPPET-FOUND-SW             PIC X(01)  VALUE "N".
002980     88  WS-SNIPPET-FOUND                        VALUE "Y".
002990 77  WS-COLLECT-DONE-SW              PIC X(01)  VALUE "N".
003000     88  WS-COLLECT-DONE                         VALUE "Y".
003010 77  WS-SEGMENT-OVERFLOW-SW          PIC X(01)  VALUE "N".
003020     88  WS-SEGMENT-OVERFLOW                     VALUE "Y".
003030 77  WS-DELETE-DONE-SW               PIC X(01)  VALUE "N".
003040     88  WS-DELETE-DONE                          VALUE "Y".
003050 77  WS-LIST-EOF-SW                  PIC X(01)  VALUE "N".
003060     88  WS-LIST-EOF                             VALUE "Y".
003070 77  WS-LOAD-EOF-SW                  PIC X(01)  VALUE "N".
003080     88  WS-LOAD-EOF                             VALUE "Y".
003090 77  WS-WRITE-ERROR-SW               PIC X(01)  VALUE "N".
003100     88  WS-WRITE-ERROR                          VALUE "Y".
003110 77  WS-SNIPVER-AVAILABLE-SW         PIC X(01)  VALUE "N".
003120     88  WS-SNIPVER-AVAILABLE                    VALUE "Y".
003130 77  WS-STASH-ERROR-SW               PIC X(01)  VALUE "N".
003140     88  WS-STASH-ERROR                          VALUE "Y".
003150 77  WS-VER-SCAN-EOF-SW              PIC X(01)  VALUE "N".
003160     88  WS-VER-SCAN-EOF                         VALUE "Y".
003170 77  WS-VDEL-DONE-SW                 PIC X(01)  VALUE "N".
003180     88  WS-VDEL-DONE                            VALUE "Y".
003190 77  WS-VERLIST-EOF-SW               PIC X(01)  VALUE "N".
003200     88  WS-VERLIST-EOF                          VALUE "Y".
003210 77  WS-HOLD-ACTIVE-SW               PIC X(01)  VALUE "N".
003220     88  WS-HOLD-ACTIVE                          VALUE "Y".
003230 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
003240     88  WS-ENVPROF-EOF                          VALUE "Y".
003250 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
003260     88  WS-ENV-FOUND                            VALUE "Y".
003270 77  WS-CLEAR-LOCK-SW                PIC X(01)  VALUE "N".
003280     88  WS-CLEAR-LOCK-REQUESTED                 VALUE "Y".
003290 77  WS-LOCK-FOUND-SW                PIC X(01)  VALUE "N".
003300     88  WS-LOCK-FOUND                           VALUE "Y".
003310 77  WS-LOCK-STALE-SW                PIC X(01)  VALUE "N".
003320     88  WS-LOCK-STALE                           VALUE "Y".
003330 77  WS-RUN-LOCK-HELD-SW             PIC X(01)  VALUE "N".
003340     88  WS-RUN-LOCK-HELD                        VALUE "Y".
003350 77  WS-JOB-REFUSED-SW               PIC X(01)  VALUE "N".
003360     88  WS-JOB-REFUSED                          VALUE "Y".
003370
003380*----------------------------------------------------------------
003390*    COUNTERS AND SUBSCRIPTS
003400*----------------------------------------------------------------
003410 77  WS-TRAN-COUNT                   PIC 9(05)  COMP VALUE ZERO.
003420 77  WS-APPLIED-COUNT                PIC 9(05)  COMP VALUE ZERO.
003430 77  WS-REJECTED-COUNT               PIC 9(05)  COMP VALUE ZERO.
003440 77  WS-SEGMENT-COUNT                PIC 9(03)  COMP VALUE ZERO.
003450 77  WS-DELETED-COUNT                PIC 9(03)  COMP VALUE ZERO.
003460 77  WS-LISTED-COUNT                 PIC 9(03)  COMP VALUE ZERO.
003470 77  WS-SEG-SUB                      PIC 9(03)  COMP VALUE ZERO.
003480 77  WS-LAST-VERSION                 PIC 9(03)  COMP VALUE ZERO.
003490 77  WS-NEW-VERSION                  PIC 9(03)  COMP VALUE ZERO.
003500 77  WS-STASH-COUNT                  PIC 9(03)  COMP VALUE ZERO.
003510 77  WS-VER-SEG-COUNT                PIC 9(03)  COMP VALUE ZERO.
003520
003530*----------------------------------------------------------------
003540*    CURRENT TRANSACTION, SAVED BEFORE THE READ-AHEAD OF THE
003550*    DATA RECORDS OVERWRITES THE TRANSACTION RECORD AREA
003560*----------------------------------------------------------------
003570 01  WS-CUR-ACTION                   PIC X(08) VALUE SPACES.
003580 01  WS-CUR-NAME                     PIC X(08) VALUE SPACES.
003590 01  WS-CUR-NEW-NAME                 PIC X(08) VALUE SPACES.
003600 01  WS-CUR-USER                     PIC X(08) VALUE SPACES.
003610 01  WS-CUR-RESULT                   PIC X(08) VALUE SPACES.
003620 01  WS-REJECT-MESSAGE               PIC X(40) VALUE SPACES.
003630 01  WS-CHECK-NAME                   PIC X(08) VALUE SPACES.
003640 01  WS-WRITE-NAME                   PIC X(08) VALUE SPACES.
003650
003660*----------------------------------------------------------------
003670*    COLLECTED SNIPPET SEGMENTS - SAME 40 X 100 SHAPE AS THE
003680*    NODEJS-CODE TABLE IN MAIN
003690*----------------------------------------------------------------
003700 01  WS-SEGMENT-TABLE.
003710     05  WS-SEGMENT-TEXT             PIC X(100) OCCURS 40 TIMES.
003720
003730*----------------------------------------------------------------
003740*    TIMESTAMP WORK AREA
003750*----------------------------------------------------------------
003760 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
003770 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
003780 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
003790
003800*----------------------------------------------------------------
003810*    MISCELLANEOUS
003820*----------------------------------------------------------------
003830*----------------------------------------------------------------
003840*    VERSION LISTING HOLD AREA - ONE LINE PER RETAINED VERSION,
003850*    FLUSHED WHEN THE NEXT HEADER ROW (SEQUENCE 000) ARRIVES
003860*----------------------------------------------------------------
003870 01  WS-HOLD-NAME                    PIC X(08) VALUE SPACES.
003880 01  WS-HOLD-VERSION                 PIC 9(03) VALUE ZERO.
003890 01  WS-HOLD-USER                    PIC X(08) VALUE SPACES.
003900 01  WS-HOLD-TIMESTAMP               PIC X(20) VALUE SPACES.
003910 01  WS-VER-COUNT-DISPLAY            PIC 9(03) VALUE ZERO.
003920
003930 01  WS-LIST-LINE                    PIC X(100) VALUE SPACES.
003940 01  WS-SEQ-DISPLAY                  PIC 9(03) VALUE ZERO.
003950
003960*----------------------------------------------------------------
003970*    RUN LOCK WORK FIELDS.  THIS JOB'S LOCK ID IS ITS START
003980*    DATE AND TIME, IN THE SHAPE OF A MAIN RUN ID.
003990*----------------------------------------------------------------
004000 01  WS-JOB-ID                       PIC X(16) VALUE SPACES.
004010 01  WS-JOB-START-TIMESTAMP          PIC X(20) VALUE SPACES.
004020 01  WS-OWN-PID                      PIC 9(09) VALUE ZERO.
004030 01  WS-LOCK-HOLDER                  PIC X(60) VALUE SPACES.
004040 01  WS-LOCK-MESSAGE                 PIC X(60) VALUE SPACES.
004050 01  WS-LOCK-ERR-CODE                PIC 9(04) VALUE ZERO.
004060 01  WS-LOCK-COMMAND                 PIC X(120) VALUE SPACES.
004070
004080 PROCEDURE DIVISION.
004090*================================================================
004100*    0000-MAINLINE
004110*================================================================
004120 0000-MAINLINE.
004130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004140     IF WS-JOB-REFUSED
004150         MOVE 8 TO RETURN-CODE
004160         STOP RUN
004170     END-IF
004180     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
004190     PERFORM 9000-FINALIZE THRU 9000-EXIT
004200     STOP RUN.
004210
004220*================================================================
004230*    1000-INITIALIZE - OPEN ALL FILES
004240*================================================================
004250 1000-INITIALIZE.
004260     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
004270     PERFORM 1400-TAKE-RUN-LOCK THRU 1400-EXIT
004280     IF WS-JOB-REFUSED
004290         GO TO 1000-EXIT
004300     END-IF
004310     OPEN INPUT SNIPPET-TRAN-FILE
004320     IF WS-SNIPTRAN-STATUS NOT = "00"
004330         DISPLAY "SNIPMNT: SNIPTRAN FILE NOT FOUND - NOTHING "
004340                 "TO DO"
004350         MOVE "Y" TO WS-TRAN-EOF-SW
004360     END-IF
004370     PERFORM 1100-OPEN-SNIPPET-LIBRARY THRU 1100-EXIT
004380     PERFORM 1150-OPEN-VERSION-FILE THRU 1150-EXIT
004390     OPEN EXTEND SNIPPET-AUDIT-FILE
004400     IF WS-SNIPAUD-STATUS NOT = "00"
004410         OPEN OUTPUT SNIPPET-AUDIT-FILE
004420     END-IF
004430     OPEN OUTPUT SNIPPET-LIST-FILE.
004440 1000-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------
004480*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
004490*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
004500*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
004510*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
004520*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
004530*    A CLEARLOCK PARM, BEFORE OR AFTER ENV=, LETS 1400 CLEAR A
004540*    STALE RUN LOCK.
004550*----------------------------------------------------------------
004560 1010-RESOLVE-ENVIRONMENT.
004570     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
004580     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
004590         INTO WS-ENV-TOKEN, WS-LOCK-TOKEN
004600     END-UNSTRING
004610     IF WS-ENV-TOKEN = "CLEARLOCK" OR WS-LOCK-TOKEN = "CLEARLOCK"
004620         SET WS-CLEAR-LOCK-REQUESTED TO TRUE
004630     END-IF
004640     IF WS-LOCK-TOKEN (1:4) = "ENV="
004650         MOVE WS-LOCK-TOKEN TO WS-ENV-TOKEN
004660     END-IF
004670     IF WS-ENV-TOKEN (1:4) = "ENV="
004680         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
004690         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
004700     END-IF
004710     MOVE "SNIPTRAN" TO WS-BASE-FILENAME
004720     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004730     MOVE WS-BUILT-FILENAME TO WS-SNIPTRAN-FILENAME
004740     MOVE "SNIPLIB" TO WS-BASE-FILENAME
004750     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004760     MOVE WS-BUILT-FILENAME TO WS-SNIPLIB-FILENAME
004770     MOVE "SNIPVER" TO WS-BASE-FILENAME
004780     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004790     MOVE WS-BUILT-FILENAME TO WS-SNIPVER-FILENAME
004800     MOVE "SNIPAUD" TO WS-BASE-FILENAME
004810     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004820     MOVE WS-BUILT-FILENAME TO WS-SNIPAUD-FILENAME
004830     MOVE "SNIPLST" TO WS-BASE-FILENAME
004840     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004850     MOVE WS-BUILT-FILENAME TO WS-SNIPLST-FILENAME
004860     MOVE "RUNLOCK" TO WS-BASE-FILENAME
004870     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004880     MOVE WS-BUILT-FILENAME TO WS-RUNLOCK-FILENAME
004890     MOVE "LOCKWORK" TO WS-BASE-FILENAME
004900     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004910     MOVE WS-BUILT-FILENAME TO WS-LOCKWORK-FILENAME
004920     MOVE "ERRLOG" TO WS-BASE-FILENAME
004930     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004940     MOVE WS-BUILT-FILENAME TO WS-ERRLOG-FILENAME
004950     MOVE "ALERTS" TO WS-BASE-FILENAME
004960     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004970     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME.
004980 1010-EXIT.
004990     EXIT.
005000
005010 1020-LOAD-ENV-PROFILE.
005020     MOVE "N" TO WS-ENV-FOUND-SW
005030     MOVE "N" TO WS-ENVPROF-EOF-SW
005040     OPEN INPUT ENV-PROFILE-FILE
005050     IF WS-ENVPROF-STATUS NOT = "00"
005060         MOVE "Y" TO WS-ENVPROF-EOF-SW
005070     END-IF
005080     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
005090         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
005100     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
005110         CLOSE ENV-PROFILE-FILE
005120     END-IF
005130     IF WS-ENV-FOUND
005140         DISPLAY "SNIPMNT: ENVIRONMENT " WS-ENV-NAME
005150                 " - FILE PREFIX " WS-ENV-PREFIX
005160     ELSE
005170         MOVE SPACES TO WS-ENV-PREFIX
005180         STRING WS-ENV-NAME DELIMITED BY SPACE
005190                "."         DELIMITED BY SIZE
005200                INTO WS-ENV-PREFIX
005210         DISPLAY "SNIPMNT: ENVIRONMENT " WS-ENV-NAME
005220                 " NOT IN ENVPROF - USING PREFIX "
005230                 WS-ENV-PREFIX
005240     END-IF.
005250 1020-EXIT.
005260     EXIT.
005270
005280 1030-READ-ONE-PROFILE.
005290     READ ENV-PROFILE-FILE
005300         AT END
005310             MOVE "Y" TO WS-ENVPROF-EOF-SW
005320     END-READ
005330     IF WS-ENVPROF-EOF
005340         GO TO 1030-EXIT
005350     END-IF
005360     IF ENV-PROFILE-RECORD = SPACES
005370         OR EV-ENV-NAME (1:1) = "*"
005380         GO TO 1030-EXIT
005390     END-IF
005400     IF EV-ENV-NAME = WS-ENV-NAME
005410         SET WS-ENV-FOUND TO TRUE
005420         MOVE EV-PREFIX TO WS-ENV-PREFIX
005430     END-IF.
005440 1030-EXIT.
005450     EXIT.
005460
005470 1050-BUILD-ONE-FILENAME.
005480     MOVE SPACES TO WS-BUILT-FILENAME
005490     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
005500            WS-BASE-FILENAME DELIMITED BY SPACE
005510            INTO WS-BUILT-FILENAME.
005520 1050-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560*    1100 - OPEN SNIPLIB FOR UPDATE, CREATING IT ON FIRST USE,
005570*    THE SAME WAY MAIN CREATES ITS CHECKPOINT FILE
005580*----------------------------------------------------------------
005590 1100-OPEN-SNIPPET-LIBRARY.
005600     SET WS-SNIPLIB-AVAILABLE TO TRUE
005610     OPEN I-O SNIPPET-LIBRARY-FILE
005620     IF WS-SNIPLIB-STATUS NOT = "00"
005630         OPEN OUTPUT SNIPPET-LIBRARY-FILE
005640         IF WS-SNIPLIB-STATUS = "00"
005650             CLOSE SNIPPET-LIBRARY-FILE
005660             OPEN I-O SNIPPET-LIBRARY-FILE
005670         END-IF
005680     END-IF
005690     IF WS-SNIPLIB-STATUS NOT = "00"
005700         MOVE "N" TO WS-SNIPLIB-AVAILABLE-SW
005710         DISPLAY "SNIPMNT: SNIPLIB UNAVAILABLE, STATUS "
005720                 WS-SNIPLIB-STATUS
005730     END-IF.
005740 1100-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------
005780*    1150 - OPEN THE VERSION HISTORY FOR UPDATE, CREATING IT ON
005790*    FIRST USE THE SAME WAY AS THE LIBRARY ITSELF
005800*----------------------------------------------------------------
005810 1150-OPEN-VERSION-FILE.
005820     SET WS-SNIPVER-AVAILABLE TO TRUE
005830     OPEN I-O SNIPPET-VERSION-FILE
005840     IF WS-SNIPVER-STATUS NOT = "00"
005850         OPEN OUTPUT SNIPPET-VERSION-FILE
005860         IF WS-SNIPVER-STATUS = "00"
005870             CLOSE SNIPPET-VERSION-FILE
005880             OPEN I-O SNIPPET-VERSION-FILE
005890         END-IF
005900     END-IF
005910     IF WS-SNIPVER-STATUS NOT = "00"
005920         MOVE "N" TO WS-SNIPVER-AVAILABLE-SW
005930         DISPLAY "SNIPMNT: SNIPVER UNAVAILABLE, STATUS "
005940                 WS-SNIPVER-STATUS
005950     END-IF.
005960 1150-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000*    1400-1440 - THE RUN LOCK, AS IN MAIN.  ONE JOB AT A TIME
006010*    PER ENVIRONMENT: A LOCK HELD BY A LIVE PROCESS REFUSES
006020*    THIS JOB (9091).  A LOCK WHOSE PROCESS HAS GONE IS STALE -
006030*    THAT JOB DIED PART WAY - AND REFUSES IT TOO (9092) UNTIL
006040*    THE OPERATOR HAS CHECKED THE FILES AND RERUNS WITH A
006050*    CLEARLOCK PARM (9093).  EACH GOES TO ERRLOG AND ALERTS.
006060*----------------------------------------------------------------
006070 1400-TAKE-RUN-LOCK.
006080     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
006090     MOVE WS-CURRENT-TIMESTAMP TO WS-JOB-START-TIMESTAMP
006100     MOVE SPACES TO WS-JOB-ID
006110     STRING WS-TS-DATE DELIMITED BY SIZE
006120            WS-TS-TIME DELIMITED BY SIZE
006130            INTO WS-JOB-ID
006140     PERFORM 1410-GET-OWN-PROCESS-ID THRU 1410-EXIT
006150     PERFORM 1420-READ-RUN-LOCK THRU 1420-EXIT
006160     MOVE SPACES TO WS-LOCK-MESSAGE
006170     IF WS-LOCK-FOUND AND NOT WS-LOCK-STALE
006180         STRING "RUN LOCK HELD BY " DELIMITED BY SIZE
006190                WS-LOCK-HOLDER      DELIMITED BY SIZE
006200                INTO WS-LOCK-MESSAGE
006210         MOVE 9091 TO WS-LOCK-ERR-CODE
006220         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
006230         SET WS-JOB-REFUSED TO TRUE
006240         DISPLAY "SNIPMNT: REFUSED - ANOTHER JOB HOLDS THE "
006250                 "RUN LOCK"
006260         GO TO 1400-EXIT
006270     END-IF
006280     IF WS-LOCK-FOUND AND NOT WS-CLEAR-LOCK-REQUESTED
006290         STRING "STALE RUN LOCK "   DELIMITED BY SIZE
006300                WS-LOCK-HOLDER      DELIMITED BY SIZE
006310                INTO WS-LOCK-MESSAGE
006320         MOVE 9092 TO WS-LOCK-ERR-CODE
006330         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
006340         SET WS-JOB-REFUSED TO TRUE
006350         DISPLAY "SNIPMNT: REFUSED - STALE RUN LOCK; CHECK THE "
006360                 "FILES, THEN RERUN WITH CLEARLOCK"
006370         GO TO 1400-EXIT
006380     END-IF
006390     IF WS-LOCK-FOUND
006400         STRING "STALE LOCK CLEARED "  DELIMITED BY SIZE
006410                WS-LOCK-HOLDER         DELIMITED BY SIZE
006420                INTO WS-LOCK-MESSAGE
006430         MOVE 9093 TO WS-LOCK-ERR-CODE
006440         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
006450     END-IF
006460     OPEN OUTPUT RUN-LOCK-FILE
006470     IF WS-RUNLOCK-STATUS NOT = "00"
006480         DISPLAY "SNIPMNT: RUNLOCK NOT WRITTEN, STATUS "
006490                 WS-RUNLOCK-STATUS
006500         GO TO 1400-EXIT
006510     END-IF
006520     MOVE SPACES                 TO RUN-LOCK-RECORD
006530     MOVE WS-JOB-ID              TO RL-RUN-ID
006540     MOVE "SNIPMNT"              TO RL-PROGRAM
006550     MOVE WS-OWN-PID             TO RL-PROCESS-ID
006560     MOVE WS-JOB-START-TIMESTAMP TO RL-START-TIMESTAMP
006570     WRITE RUN-LOCK-RECORD
006580     CLOSE RUN-LOCK-FILE
006590     SET WS-RUN-LOCK-HELD TO TRUE.
006600 1400-EXIT.
006610     EXIT.
006620
006630 1410-GET-OWN-PROCESS-ID.
006640     MOVE ZERO TO WS-OWN-PID
006650     MOVE SPACES TO WS-LOCK-COMMAND
006660     STRING "printf '%010d\n' $PPID > " DELIMITED BY SIZE
006670            WS-LOCKWORK-FILENAME         DELIMITED BY SPACE
006680            " 2>/dev/null"               DELIMITED BY SIZE
006690            INTO WS-LOCK-COMMAND
006700     CALL "SYSTEM" USING WS-LOCK-COMMAND
006710     OPEN INPUT LOCK-WORK-FILE
006720     IF WS-LOCKWORK-STATUS NOT = "00"
006730         GO TO 1410-EXIT
006740     END-IF
006750     READ LOCK-WORK-FILE
006760         AT END CONTINUE
006770     END-READ
006780     IF WS-LOCKWORK-STATUS = "00"
006790         AND LW-PROCESS-ID IS NUMERIC
006800         MOVE LW-PROCESS-ID TO WS-OWN-PID
006810     END-IF
006820     CLOSE LOCK-WORK-FILE.
006830 1410-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------
006870*    1420 - WHO, IF ANYONE, HOLDS THE LOCK.  AN EMPTY OR MISSING
006880*    RUNLOCK IS FREE.  THE HOLDER'S PROCESS IS PROBED WITH
006890*    KILL -0; A LOCK WITH NO USABLE PROCESS ID CANNOT BE PROVED
006900*    ALIVE AND COUNTS AS STALE.
006910*----------------------------------------------------------------
006920 1420-READ-RUN-LOCK.
006930     MOVE "N" TO WS-LOCK-FOUND-SW
006940     MOVE "N" TO WS-LOCK-STALE-SW
006950     MOVE SPACES TO WS-LOCK-HOLDER
006960     OPEN INPUT RUN-LOCK-FILE
006970     IF WS-RUNLOCK-STATUS NOT = "00"
006980         GO TO 1420-EXIT
006990     END-IF
007000     MOVE SPACES TO RUN-LOCK-RECORD
007010     READ RUN-LOCK-FILE
007020         AT END CONTINUE
007030     END-READ
007040     CLOSE RUN-LOCK-FILE
007050     IF RUN-LOCK-RECORD = SPACES
007060         GO TO 1420-EXIT
007070     END-IF
007080     SET WS-LOCK-FOUND TO TRUE
007090     STRING RL-PROGRAM    DELIMITED BY SPACE
007100            " RUN "       DELIMITED BY SIZE
007110            RL-RUN-ID     DELIMITED BY SPACE
007120            " PID "       DELIMITED BY SIZE
007130            RL-PROCESS-ID DELIMITED BY SIZE
007140            INTO WS-LOCK-HOLDER
007150     IF RL-PROCESS-ID IS NOT NUMERIC
007160         OR RL-PROCESS-ID = ZERO
007170         SET WS-LOCK-STALE TO TRUE
007180         GO TO 1420-EXIT
007190     END-IF
007200     MOVE SPACES TO WS-LOCK-COMMAND
007210     STRING "kill -0 "         DELIMITED BY SIZE
007220            RL-PROCESS-ID      DELIMITED BY SIZE
007230            " >/dev/null 2>&1" DELIMITED BY SIZE
007240            INTO WS-LOCK-COMMAND
007250     CALL "SYSTEM" USING WS-LOCK-COMMAND
007260     IF RETURN-CODE NOT = ZERO
007270         SET WS-LOCK-STALE TO TRUE
007280     END-IF
007290     MOVE ZERO TO RETURN-CODE.
007300 1420-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------
007340*    1440 - ONE ERRLOG AND ONE ALERTS RECORD IN MAIN'S LAYOUT,
007350*    ROUTED AS MAIN ROUTES THE 909X CODES.  THIS IS NOT A MAIN
007360*    RUN, SO THE RUN ID IS BLANK.
007370*----------------------------------------------------------------
007380 1440-LOG-LOCK-EVENT.
007390     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
007400     OPEN EXTEND ERROR-LOG-FILE
007410     IF WS-ERRLOG-STATUS NOT = "00"
007420         OPEN OUTPUT ERROR-LOG-FILE
007430     END-IF
007440     IF WS-ERRLOG-STATUS = "00"
007450         MOVE SPACES               TO ERROR-LOG-RECORD
007460         MOVE WS-CURRENT-TIMESTAMP TO EL-TIMESTAMP
007470         MOVE "SNIPMNT"            TO EL-STEP-NAME
007480         MOVE WS-LOCK-ERR-CODE     TO EL-ERROR-CODE
007490         MOVE WS-LOCK-MESSAGE      TO EL-ERROR-MESSAGE
007500         WRITE ERROR-LOG-RECORD
007510         CLOSE ERROR-LOG-FILE
007520     END-IF
007530     OPEN EXTEND ALERTS-FILE
007540     IF WS-ALERTS-STATUS NOT = "00"
007550         OPEN OUTPUT ALERTS-FILE
007560     END-IF
007570     IF WS-ALERTS-STATUS = "00"
007580         MOVE SPACES               TO ALERTS-RECORD
007590         MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
007600         IF WS-LOCK-ERR-CODE = 9093
007610             MOVE 3                TO AL-SEVERITY
007620             MOVE "INFOLOG"        TO AL-DESTINATION
007630         ELSE
007640             MOVE 2                TO AL-SEVERITY
007650             MOVE "OPERATIONS"     TO AL-DESTINATION
007660         END-IF
007670         MOVE WS-LOCK-ERR-CODE     TO AL-ERROR-CODE
007680         MOVE "SNIPMNT"            TO AL-STEP-NAME
007690         MOVE WS-LOCK-MESSAGE      TO AL-MESSAGE
007700         WRITE ALERTS-RECORD
007710         CLOSE ALERTS-FILE
007720     END-IF
007730     DISPLAY "SNIPMNT: ERROR " WS-LOCK-ERR-CODE ": "
007740             WS-LOCK-MESSAGE.
007750 1440-EXIT.
007760     EXIT.
007770
007780*================================================================
007790*    2000-PROCESS-TRANSACTIONS - READ-AHEAD DRIVER LOOP
007800*================================================================
007810 2000-PROCESS-TRANSACTIONS.
007820     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
007830     PERFORM 2010-DISPATCH-TRANSACTION THRU 2010-EXIT
007840         UNTIL WS-TRAN-EOF.
007850 2000-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------
007890*    2010 - DISPATCH ONE TRANSACTION.  THE ADD AND REPLACE
007900*    HANDLERS CONSUME THEIR DATA RECORDS AND LEAVE THE NEXT
007910*    COMMAND RECORD CURRENT; THE OTHER HANDLERS READ AHEAD
007920*    THEMSELVES AFTER DOING THEIR WORK.
007930*----------------------------------------------------------------
007940 2010-DISPATCH-TRANSACTION.
007950     IF SNIPPET-TRAN-RECORD = SPACES
007960         PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
007970         GO TO 2010-EXIT
007980     END-IF
007990     ADD 1 TO WS-TRAN-COUNT
008000     MOVE ST-ACTION       TO WS-CUR-ACTION
008010     MOVE ST-SNIPPET-NAME TO WS-CUR-NAME
008020     MOVE ST-NEW-NAME     TO WS-CUR-NEW-NAME
008030     IF ST-USER-ID = SPACES
008040         MOVE "*MISSING" TO WS-CUR-USER
008050     ELSE
008060         MOVE ST-USER-ID TO WS-CUR-USER
008070     END-IF
008080     MOVE SPACES TO WS-REJECT-MESSAGE
008090     MOVE ZERO   TO WS-SEGMENT-COUNT
008100     EVALUATE WS-CUR-ACTION
008110         WHEN "ADD"
008120             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
008130         WHEN "REPLACE"
008140             PERFORM 2200-APPLY-REPLACE THRU 2200-EXIT
008150         WHEN "DELETE"
008160             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
008170             PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
008180         WHEN "RENAME"
008190             PERFORM 2400-APPLY-RENAME THRU 2400-EXIT
008200             PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
008210         WHEN "LIST"
008220             PERFORM 2500-APPLY-LIST THRU 2500-EXIT
008230             PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
008240         WHEN "ROLLBACK"
008250             PERFORM 2600-APPLY-ROLLBACK THRU 2600-EXIT
008260             PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
008270         WHEN "VERSIONS"
008280             PERFORM 2650-APPLY-VERSIONS THRU 2650-EXIT
008290             PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
008300         WHEN "DATA"
008310             MOVE "DATA RECORD WITHOUT ADD OR REPLACE"
008320                 TO WS-REJECT-MESSAGE
008330             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008340             PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
008350         WHEN OTHER
008360             MOVE "UNKNOWN ACTION" TO WS-REJECT-MESSAGE
008370             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008380             PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
008390     END-EVALUATE.
008400 2010-EXIT.
008410     EXIT.
008420
008430*================================================================
008440*    2100-APPLY-ADD - NEW SNIPPET FROM THE FOLLOWING DATA
008450*    RECORDS, SEGMENTS RENUMBERED FROM 001
008460*================================================================
008470 2100-APPLY-ADD.
008480     MOVE WS-CUR-NAME TO WS-CHECK-NAME
008490     PERFORM 4200-CHECK-SNIPPET-EXISTS THRU 4200-EXIT
008500     PERFORM 3000-COLLECT-DATA-RECORDS THRU 3000-EXIT
008510     IF NOT WS-SNIPLIB-AVAILABLE
008520         MOVE "SNIPPET LIBRARY UNAVAILABLE"
008530             TO WS-REJECT-MESSAGE
008540         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008550         GO TO 2100-EXIT
008560     END-IF
008570     IF WS-CUR-NAME = SPACES
008580         MOVE "SNIPPET NAME MISSING" TO WS-REJECT-MESSAGE
008590         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008600         GO TO 2100-EXIT
008610     END-IF
008620     IF WS-SNIPPET-FOUND
008630         MOVE "SNIPPET ALREADY EXISTS" TO WS-REJECT-MESSAGE
008640         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008650         GO TO 2100-EXIT
008660     END-IF
008670     IF WS-SEGMENT-COUNT = ZERO
008680         MOVE "NO DATA RECORDS SUPPLIED" TO WS-REJECT-MESSAGE
008690         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008700         GO TO 2100-EXIT
008710     END-IF
008720     IF WS-SEGMENT-OVERFLOW
008730         MOVE "MORE THAN 40 DATA RECORDS" TO WS-REJECT-MESSAGE
008740         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008750         GO TO 2100-EXIT
008760     END-IF
008770     MOVE WS-CUR-NAME TO WS-WRITE-NAME
008780     PERFORM 4500-WRITE-SEGMENTS THRU 4500-EXIT
008790     IF WS-WRITE-ERROR
008800         MOVE "WRITE TO SNIPLIB FAILED" TO WS-REJECT-MESSAGE
008810         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008820     ELSE
008830         PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT
008840     END-IF.
008850 2100-EXIT.
008860     EXIT.
008870
008880*================================================================
008890*    2200-APPLY-REPLACE - DELETE EVERY EXISTING SEGMENT, THEN
008900*    REWRITE THE SNIPPET FROM THE NEW DATA RECORDS
008910*================================================================
008920 2200-APPLY-REPLACE.
008930     MOVE WS-CUR-NAME TO WS-CHECK-NAME
008940     PERFORM 4200-CHECK-SNIPPET-EXISTS THRU 4200-EXIT
008950     PERFORM 3000-COLLECT-DATA-RECORDS THRU 3000-EXIT
008960     IF NOT WS-SNIPLIB-AVAILABLE
008970         MOVE "SNIPPET LIBRARY UNAVAILABLE"
008980             TO WS-REJECT-MESSAGE
008990         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009000         GO TO 2200-EXIT
009010     END-IF
009020     IF NOT WS-SNIPPET-FOUND
009030         MOVE "SNIPPET NOT FOUND" TO WS-REJECT-MESSAGE
009040         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009050         GO TO 2200-EXIT
009060     END-IF
009070     IF WS-SEGMENT-COUNT = ZERO
009080         MOVE "NO DATA RECORDS SUPPLIED" TO WS-REJECT-MESSAGE
009090         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009100         GO TO 2200-EXIT
009110     END-IF
009120     IF WS-SEGMENT-OVERFLOW
009130         MOVE "MORE THAN 40 DATA RECORDS" TO WS-REJECT-MESSAGE
009140         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009150         GO TO 2200-EXIT
009160     END-IF
009170     PERFORM 4600-STASH-CURRENT-VERSION THRU 4600-EXIT
009180     IF WS-STASH-ERROR
009190         MOVE "VERSION RETENTION FAILED" TO WS-REJECT-MESSAGE
009200         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009210         GO TO 2200-EXIT
009220     END-IF
009230     PERFORM 4400-DELETE-ALL-SEGMENTS THRU 4400-EXIT
009240     MOVE WS-CUR-NAME TO WS-WRITE-NAME
009250     PERFORM 4500-WRITE-SEGMENTS THRU 4500-EXIT
009260     IF WS-WRITE-ERROR
009270         MOVE "WRITE TO SNIPLIB FAILED" TO WS-REJECT-MESSAGE
009280         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009290     ELSE
009300         PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT
009310     END-IF.
009320 2200-EXIT.
009330     EXIT.
009340
009350*================================================================
009360*    2300-APPLY-DELETE - REMOVE EVERY SEGMENT OF THE SNIPPET
009370*================================================================
009380 2300-APPLY-DELETE.
009390     IF NOT WS-SNIPLIB-AVAILABLE
009400         MOVE "SNIPPET LIBRARY UNAVAILABLE"
009410             TO WS-REJECT-MESSAGE
009420         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009430         GO TO 2300-EXIT
009440     END-IF
009450     MOVE WS-CUR-NAME TO WS-CHECK-NAME
009460     PERFORM 4200-CHECK-SNIPPET-EXISTS THRU 4200-EXIT
009470     IF NOT WS-SNIPPET-FOUND
009480         MOVE "SNIPPET NOT FOUND" TO WS-REJECT-MESSAGE
009490         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009500         GO TO 2300-EXIT
009510     END-IF
009520     PERFORM 4600-STASH-CURRENT-VERSION THRU 4600-EXIT
009530     IF WS-STASH-ERROR
009540         MOVE "VERSION RETENTION FAILED" TO WS-REJECT-MESSAGE
009550         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009560         GO TO 2300-EXIT
009570     END-IF
009580     PERFORM 4400-DELETE-ALL-SEGMENTS THRU 4400-EXIT
009590     MOVE WS-DELETED-COUNT TO WS-SEGMENT-COUNT
009600     PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT.
009610 2300-EXIT.
009620     EXIT.
009630
009640*================================================================
009650*    2400-APPLY-RENAME - COPY ALL SEGMENTS UNDER THE NEW NAME,
009660*    THEN DELETE THE OLD ONES
009670*================================================================
009680 2400-APPLY-RENAME.
009690     IF NOT WS-SNIPLIB-AVAILABLE
009700         MOVE "SNIPPET LIBRARY UNAVAILABLE"
009710             TO WS-REJECT-MESSAGE
009720         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009730         GO TO 2400-EXIT
009740     END-IF
009750     IF WS-CUR-NEW-NAME = SPACES
009760         MOVE "NEW NAME MISSING" TO WS-REJECT-MESSAGE
009770         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009780         GO TO 2400-EXIT
009790     END-IF
009800     MOVE WS-CUR-NAME TO WS-CHECK-NAME
009810     PERFORM 4200-CHECK-SNIPPET-EXISTS THRU 4200-EXIT
009820     IF NOT WS-SNIPPET-FOUND
009830         MOVE "SNIPPET NOT FOUND" TO WS-REJECT-MESSAGE
009840         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009850         GO TO 2400-EXIT
009860     END-IF
009870     MOVE WS-CUR-NEW-NAME TO WS-CHECK-NAME
009880     PERFORM 4200-CHECK-SNIPPET-EXISTS THRU 4200-EXIT
009890     IF WS-SNIPPET-FOUND
009900         MOVE "NEW NAME ALREADY EXISTS" TO WS-REJECT-MESSAGE
009910         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009920         GO TO 2400-EXIT
009930     END-IF
009940     MOVE WS-CUR-NAME TO WS-CHECK-NAME
009950     PERFORM 4300-LOAD-SNIPPET-SEGMENTS THRU 4300-EXIT
009960     IF WS-SEGMENT-OVERFLOW
009970         MOVE "SNIPPET EXCEEDS 40 SEGMENTS" TO WS-REJECT-MESSAGE
009980         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009990         GO TO 2400-EXIT
010000     END-IF
010010     MOVE WS-CUR-NEW-NAME TO WS-WRITE-NAME
010020     PERFORM 4500-WRITE-SEGMENTS THRU 4500-EXIT
010030     IF WS-WRITE-ERROR
010040*        BACK OUT ANY SEGMENTS ALREADY COPIED SO A FAILED
010050*        RENAME NEVER LEAVES A HALF-BUILT SNIPPET BEHIND
010060         MOVE WS-CUR-NEW-NAME TO WS-CHECK-NAME
010070         PERFORM 4400-DELETE-ALL-SEGMENTS THRU 4400-EXIT
010080         MOVE "WRITE TO SNIPLIB FAILED" TO WS-REJECT-MESSAGE
010090         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
010100         GO TO 2400-EXIT
010110     END-IF
010120     MOVE WS-CUR-NAME TO WS-CHECK-NAME
010130     PERFORM 4400-DELETE-ALL-SEGMENTS THRU 4400-EXIT
010140     PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT.
010150 2400-EXIT.
010160     EXIT.
010170
010180*================================================================
010190*    2500-APPLY-LIST - WRITE THE NAMED SNIPPET (OR THE WHOLE
010200*    LIBRARY WHEN NO NAME IS GIVEN) TO THE SNIPLST REPORT
010210*================================================================
010220 2500-APPLY-LIST.
010230     IF NOT WS-SNIPLIB-AVAILABLE
010240         MOVE "SNIPPET LIBRARY UNAVAILABLE"
010250             TO WS-REJECT-MESSAGE
010260         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
010270         GO TO 2500-EXIT
010280     END-IF
010290     MOVE ZERO TO WS-LISTED-COUNT
010300     MOVE "N"  TO WS-LIST-EOF-SW
010310     IF WS-CUR-NAME = SPACES
010320         MOVE LOW-VALUES TO SL-SNIPPET-KEY
010330     ELSE
010340         MOVE WS-CUR-NAME TO SL-SNIPPET-NAME
010350         MOVE ZERO        TO SL-SEQUENCE-NUMBER
010360     END-IF
010370     START SNIPPET-LIBRARY-FILE KEY IS NOT LESS THAN
010380         SL-SNIPPET-KEY
010390         INVALID KEY
010400             MOVE "Y" TO WS-LIST-EOF-SW
010410     END-START
010420     PERFORM 2510-LIST-ONE-SEGMENT THRU 2510-EXIT
010430         UNTIL WS-LIST-EOF
010440     IF WS-CUR-NAME NOT = SPACES
010450         AND WS-LISTED-COUNT = ZERO
010460         MOVE "SNIPPET NOT FOUND" TO WS-REJECT-MESSAGE
010470         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
010480         GO TO 2500-EXIT
010490     END-IF
010500     MOVE WS-LISTED-COUNT TO WS-SEGMENT-COUNT
010510     PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT.
010520 2500-EXIT.
010530     EXIT.
010540
010550 2510-LIST-ONE-SEGMENT.
010560     READ SNIPPET-LIBRARY-FILE NEXT RECORD
010570         AT END
010580             MOVE "Y" TO WS-LIST-EOF-SW
010590     END-READ
010600     IF WS-LIST-EOF
010610         GO TO 2510-EXIT
010620     END-IF
010630     IF WS-CUR-NAME NOT = SPACES
010640         AND SL-SNIPPET-NAME NOT = WS-CUR-NAME
010650         MOVE "Y" TO WS-LIST-EOF-SW
010660         GO TO 2510-EXIT
010670     END-IF
010680     MOVE SL-SEQUENCE-NUMBER TO WS-SEQ-DISPLAY
010690     MOVE SPACES TO WS-LIST-LINE
010700     STRING SL-SNIPPET-NAME      DELIMITED BY SIZE
010710            " "                  DELIMITED BY SIZE
010720            WS-SEQ-DISPLAY       DELIMITED BY SIZE
010730            " "                  DELIMITED BY SIZE
010740            SL-PAYLOAD (1:80)    DELIMITED BY SIZE
010750            INTO WS-LIST-LINE
010760     WRITE SNIPPET-LIST-RECORD FROM WS-LIST-LINE
010770     ADD 1 TO WS-LISTED-COUNT.
010780 2510-EXIT.
010790     EXIT.
010800
010810*================================================================
010820*    2600-APPLY-ROLLBACK - RESTORE THE LATEST RETAINED VERSION
010830*    OF THE SNIPPET AND CONSUME IT FROM THE HISTORY, SO THE
010840*    NEXT ROLLBACK GOES ONE VERSION FURTHER BACK.  WORKS AFTER
010850*    A DELETE AS WELL AS AFTER A REPLACE.
010860*================================================================
010870 2600-APPLY-ROLLBACK.
010880     IF NOT WS-SNIPLIB-AVAILABLE
010890         MOVE "SNIPPET LIBRARY UNAVAILABLE"
010900             TO WS-REJECT-MESSAGE
010910         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
010920         GO TO 2600-EXIT
010930     END-IF
010940     IF NOT WS-SNIPVER-AVAILABLE
010950         MOVE "VERSION FILE UNAVAILABLE" TO WS-REJECT-MESSAGE
010960         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
010970         GO TO 2600-EXIT
010980     END-IF
010990     IF WS-CUR-NAME = SPACES
011000         MOVE "SNIPPET NAME MISSING" TO WS-REJECT-MESSAGE
011010         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
011020         GO TO 2600-EXIT
011030     END-IF
011040     MOVE WS-CUR-NAME TO WS-CHECK-NAME
011050     PERFORM 4700-FIND-LAST-VERSION THRU 4700-EXIT
011060     IF WS-LAST-VERSION = ZERO
011070         MOVE "NO PRIOR VERSION ON FILE" TO WS-REJECT-MESSAGE
011080         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
011090         GO TO 2600-EXIT
011100     END-IF
011110     PERFORM 4800-LOAD-VERSION-SEGMENTS THRU 4800-EXIT
011120     IF WS-SEGMENT-COUNT = ZERO
011130         MOVE "RETAINED VERSION IS EMPTY" TO WS-REJECT-MESSAGE
011140         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
011150         GO TO 2600-EXIT
011160     END-IF
011170     PERFORM 4400-DELETE-ALL-SEGMENTS THRU 4400-EXIT
011180     MOVE WS-CUR-NAME TO WS-WRITE-NAME
011190     PERFORM 4500-WRITE-SEGMENTS THRU 4500-EXIT
011200     IF WS-WRITE-ERROR
011210         MOVE "WRITE TO SNIPLIB FAILED" TO WS-REJECT-MESSAGE
011220         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
011230         GO TO 2600-EXIT
011240     END-IF
011250     PERFORM 4900-DELETE-VERSION THRU 4900-EXIT
011260     PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT.
011270 2600-EXIT.
011280     EXIT.
011290
011300*================================================================
011310*    2650/2660/2670 - LIST THE RETAINED VERSIONS OF THE NAMED
011320*    SNIPPET (OR OF EVERY SNIPPET WHEN NO NAME IS GIVEN) TO
011330*    THE SNIPLST REPORT: VERSION NUMBER, SEGMENT COUNT AND THE
011340*    USER AND TIMESTAMP FROM THE HEADER ROW
011350*================================================================
011360 2650-APPLY-VERSIONS.
011370     IF NOT WS-SNIPVER-AVAILABLE
011380         MOVE "VERSION FILE UNAVAILABLE" TO WS-REJECT-MESSAGE
011390         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
011400         GO TO 2650-EXIT
011410     END-IF
011420     MOVE ZERO TO WS-LISTED-COUNT
011430     MOVE "N"  TO WS-VERLIST-EOF-SW
011440     MOVE "N"  TO WS-HOLD-ACTIVE-SW
011450     IF WS-CUR-NAME = SPACES
011460         MOVE LOW-VALUES TO SV-VERSION-KEY
011470     ELSE
011480         MOVE WS-CUR-NAME TO SV-SNIPPET-NAME
011490         MOVE ZERO        TO SV-VERSION
011500         MOVE ZERO        TO SV-SEQUENCE
011510     END-IF
011520     START SNIPPET-VERSION-FILE KEY IS NOT LESS THAN
011530         SV-VERSION-KEY
011540         INVALID KEY
011550             MOVE "Y" TO WS-VERLIST-EOF-SW
011560     END-START
011570     PERFORM 2660-LIST-ONE-VERSION-ROW THRU 2660-EXIT
011580         UNTIL WS-VERLIST-EOF
011590     PERFORM 2670-FLUSH-VERSION-LINE THRU 2670-EXIT
011600     IF WS-CUR-NAME NOT = SPACES
011610         AND WS-LISTED-COUNT = ZERO
011620         MOVE "NO VERSIONS ON FILE" TO WS-REJECT-MESSAGE
011630         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
011640         GO TO 2650-EXIT
011650     END-IF
011660     MOVE WS-LISTED-COUNT TO WS-SEGMENT-COUNT
011670     PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT.
011680 2650-EXIT.
011690     EXIT.
011700
011710 2660-LIST-ONE-VERSION-ROW.
011720     READ SNIPPET-VERSION-FILE NEXT RECORD
011730         AT END
011740             MOVE "Y" TO WS-VERLIST-EOF-SW
011750     END-READ
011760     IF WS-VERLIST-EOF
011770         GO TO 2660-EXIT
011780     END-IF
011790     IF WS-CUR-NAME NOT = SPACES
011800         AND SV-SNIPPET-NAME NOT = WS-CUR-NAME
011810         MOVE "Y" TO WS-VERLIST-EOF-SW
011820         GO TO 2660-EXIT
011830     END-IF
011840     IF SV-SEQUENCE = ZERO
011850         PERFORM 2670-FLUSH-VERSION-LINE THRU 2670-EXIT
011860         MOVE SV-SNIPPET-NAME      TO WS-HOLD-NAME
011870         MOVE SV-VERSION           TO WS-HOLD-VERSION
011880         MOVE SV-PAYLOAD (1:8)     TO WS-HOLD-USER
011890         MOVE SV-PAYLOAD (10:20)   TO WS-HOLD-TIMESTAMP
011900         MOVE ZERO                 TO WS-VER-SEG-COUNT
011910         SET WS-HOLD-ACTIVE TO TRUE
011920     ELSE
011930         IF WS-HOLD-ACTIVE
011940             AND SV-SNIPPET-NAME = WS-HOLD-NAME
011950             AND SV-VERSION = WS-HOLD-VERSION
011960             ADD 1 TO WS-VER-SEG-COUNT
011970         END-IF
011980     END-IF.
011990 2660-EXIT.
012000     EXIT.
012010
012020 2670-FLUSH-VERSION-LINE.
012030     IF NOT WS-HOLD-ACTIVE
012040         GO TO 2670-EXIT
012050     END-IF
012060     MOVE WS-HOLD-VERSION   TO WS-VER-COUNT-DISPLAY
012070     MOVE WS-VER-SEG-COUNT  TO WS-SEQ-DISPLAY
012080     MOVE SPACES TO WS-LIST-LINE
012090     STRING WS-HOLD-NAME         DELIMITED BY SIZE
012100            " VERSION "          DELIMITED BY SIZE
012110            WS-VER-COUNT-DISPLAY DELIMITED BY SIZE
012120            " SEGMENTS "         DELIMITED BY SIZE
012130            WS-SEQ-DISPLAY       DELIMITED BY SIZE
012140            " BY "               DELIMITED BY SIZE
012150            WS-HOLD-USER         DELIMITED BY SIZE
012160            " AT "               DELIMITED BY SIZE
012170            WS-HOLD-TIMESTAMP    DELIMITED BY SIZE
012180            INTO WS-LIST-LINE
012190     WRITE SNIPPET-LIST-RECORD FROM WS-LIST-LINE
012200     ADD 1 TO WS-LISTED-COUNT
012210     MOVE "N" TO WS-HOLD-ACTIVE-SW.
012220 2670-EXIT.
012230     EXIT.
012240
012250*----------------------------------------------------------------
012260*    2700/2800 - CLOSE OUT ONE TRANSACTION, EITHER WAY WITH AN
012270*    AUDIT RECORD SO THE TRAIL IS COMPLETE
012280*----------------------------------------------------------------
012290 2700-ACCEPT-TRANSACTION.
012300     MOVE "APPLIED " TO WS-CUR-RESULT
012310     ADD 1 TO WS-APPLIED-COUNT
012320     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
012330 2700-EXIT.
012340     EXIT.
012350
012360 2800-REJECT-TRANSACTION.
012370     MOVE "REJECTED" TO WS-CUR-RESULT
012380     ADD 1 TO WS-REJECTED-COUNT
012390     DISPLAY "SNIPMNT: " WS-CUR-ACTION " " WS-CUR-NAME
012400             " REJECTED - " WS-REJECT-MESSAGE
012410     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
012420 2800-EXIT.
012430     EXIT.
012440
012450 2900-READ-TRANSACTION.
012460     READ SNIPPET-TRAN-FILE
012470         AT END
012480             MOVE "Y" TO WS-TRAN-EOF-SW
012490     END-READ.
012500 2900-EXIT.
012510     EXIT.
012520
012530*================================================================
012540*    3000-COLLECT-DATA-RECORDS - GATHER THE DATA RECORDS THAT
012550*    FOLLOW AN ADD OR REPLACE INTO THE SEGMENT TABLE.  ON EXIT
012560*    THE NEXT COMMAND RECORD (OR EOF) IS CURRENT.
012570*================================================================
012580 3000-COLLECT-DATA-RECORDS.
012590     MOVE ZERO TO WS-SEGMENT-COUNT
012600     MOVE "N"  TO WS-SEGMENT-OVERFLOW-SW
012610     MOVE "N"  TO WS-COLLECT-DONE-SW
012620     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
012630     PERFORM 3010-COLLECT-ONE-RECORD THRU 3010-EXIT
012640         UNTIL WS-COLLECT-DONE.
012650 3000-EXIT.
012660     EXIT.
012670
012680 3010-COLLECT-ONE-RECORD.
012690     IF WS-TRAN-EOF OR ST-ACTION NOT = "DATA"
012700         MOVE "Y" TO WS-COLLECT-DONE-SW
012710         GO TO 3010-EXIT
012720     END-IF
012730     IF WS-SEGMENT-COUNT = 40
012740         MOVE "Y" TO WS-SEGMENT-OVERFLOW-SW
012750     ELSE
012760         ADD 1 TO WS-SEGMENT-COUNT
012770         MOVE ST-PAYLOAD TO WS-SEGMENT-TEXT (WS-SEGMENT-COUNT)
012780     END-IF
012790     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
012800 3010-EXIT.
012810     EXIT.
012820
012830*================================================================
012840*    4200-CHECK-SNIPPET-EXISTS - ANY SEGMENT UNDER THE NAME IN
012850*    WS-CHECK-NAME SETS WS-SNIPPET-FOUND
012860*================================================================
012870 4200-CHECK-SNIPPET-EXISTS.
012880     MOVE "N" TO WS-SNIPPET-FOUND-SW
012890     IF NOT WS-SNIPLIB-AVAILABLE
012900         GO TO 4200-EXIT
012910     END-IF
012920     MOVE WS-CHECK-NAME TO SL-SNIPPET-NAME
012930     MOVE ZERO          TO SL-SEQUENCE-NUMBER
012940     START SNIPPET-LIBRARY-FILE KEY IS NOT LESS THAN
012950         SL-SNIPPET-KEY
012960         INVALID KEY
012970             GO TO 4200-EXIT
012980     END-START
012990     READ SNIPPET-LIBRARY-FILE NEXT RECORD
013000         AT END
013010             GO TO 4200-EXIT
013020     END-READ
013030     IF SL-SNIPPET-NAME = WS-CHECK-NAME
013040         MOVE "Y" TO WS-SNIPPET-FOUND-SW
013050     END-IF.
013060 4200-EXIT.
013070     EXIT.
013080
013090*================================================================
013100*    4300-LOAD-SNIPPET-SEGMENTS - READ EVERY SEGMENT OF THE
013110*    SNIPPET NAMED IN WS-CHECK-NAME INTO THE SEGMENT TABLE
013120*================================================================
013130 4300-LOAD-SNIPPET-SEGMENTS.
013140     MOVE ZERO TO WS-SEGMENT-COUNT
013150     MOVE "N"  TO WS-SEGMENT-OVERFLOW-SW
013160     MOVE "N"  TO WS-LOAD-EOF-SW
013170     MOVE WS-CHECK-NAME TO SL-SNIPPET-NAME
013180     MOVE ZERO          TO SL-SEQUENCE-NUMBER
013190     START SNIPPET-LIBRARY-FILE KEY IS NOT LESS THAN
013200         SL-SNIPPET-KEY
013210         INVALID KEY
013220             MOVE "Y" TO WS-LOAD-EOF-SW
013230     END-START
013240     PERFORM 4310-LOAD-ONE-SEGMENT THRU 4310-EXIT
013250         UNTIL WS-LOAD-EOF.
013260 4300-EXIT.
013270     EXIT.
013280
013290 4310-LOAD-ONE-SEGMENT.
013300     READ SNIPPET-LIBRARY-FILE NEXT RECORD
013310         AT END
013320             MOVE "Y" TO WS-LOAD-EOF-SW
013330     END-READ
013340     IF WS-LOAD-EOF
013350         GO TO 4310-EXIT
013360     END-IF
013370     IF SL-SNIPPET-NAME NOT = WS-CHECK-NAME
013380         MOVE "Y" TO WS-LOAD-EOF-SW
013390         GO TO 4310-EXIT
013400     END-IF
013410     IF WS-SEGMENT-COUNT = 40
013420         MOVE "Y" TO WS-LOAD-EOF-SW
013430         MOVE "Y" TO WS-SEGMENT-OVERFLOW-SW
013440     ELSE
013450         ADD 1 TO WS-SEGMENT-COUNT
013460         MOVE SL-PAYLOAD TO WS-SEGMENT-TEXT (WS-SEGMENT-COUNT)
013470     END-IF.
013480 4310-EXIT.
013490     EXIT.
013500
013510*================================================================
013520*    4400-DELETE-ALL-SEGMENTS - DELETE EVERY SEGMENT OF THE
013530*    SNIPPET NAMED IN WS-CHECK-NAME.  THE FILE IS REPOSITIONED
013540*    BEFORE EACH DELETE SO THE READ POSITION CAN NEVER BE
013550*    INVALIDATED BY THE DELETE ITSELF.
013560*================================================================
013570 4400-DELETE-ALL-SEGMENTS.
013580     MOVE ZERO TO WS-DELETED-COUNT
013590     MOVE "N"  TO WS-DELETE-DONE-SW
013600     PERFORM 4410-DELETE-ONE-SEGMENT THRU 4410-EXIT
013610         UNTIL WS-DELETE-DONE.
013620 4400-EXIT.
013630     EXIT.
013640
013650 4410-DELETE-ONE-SEGMENT.
013660     MOVE WS-CHECK-NAME TO SL-SNIPPET-NAME
013670     MOVE ZERO          TO SL-SEQUENCE-NUMBER
013680     START SNIPPET-LIBRARY-FILE KEY IS NOT LESS THAN
013690         SL-SNIPPET-KEY
013700         INVALID KEY
013710             MOVE "Y" TO WS-DELETE-DONE-SW
013720     END-START
013730     IF WS-DELETE-DONE
013740         GO TO 4410-EXIT
013750     END-IF
013760     READ SNIPPET-LIBRARY-FILE NEXT RECORD
013770         AT END
013780             MOVE "Y" TO WS-DELETE-DONE-SW
013790     END-READ
013800     IF WS-DELETE-DONE
013810         GO TO 4410-EXIT
013820     END-IF
013830     IF SL-SNIPPET-NAME NOT = WS-CHECK-NAME
013840         MOVE "Y" TO WS-DELETE-DONE-SW
013850         GO TO 4410-EXIT
013860     END-IF
013870     DELETE SNIPPET-LIBRARY-FILE RECORD
013880         INVALID KEY
013890             MOVE "Y" TO WS-DELETE-DONE-SW
013900     END-DELETE
013910     IF NOT WS-DELETE-DONE
013920         ADD 1 TO WS-DELETED-COUNT
013930     END-IF.
013940 4410-EXIT.
013950     EXIT.
013960
013970*================================================================
013980*    4500-WRITE-SEGMENTS - WRITE THE SEGMENT TABLE UNDER THE
013990*    NAME IN WS-WRITE-NAME, SEQUENCE NUMBERS 001 UPWARD
014000*================================================================
014010 4500-WRITE-SEGMENTS.
014020     MOVE "N" TO WS-WRITE-ERROR-SW
014030     PERFORM 4510-WRITE-ONE-SEGMENT THRU 4510-EXIT
014040         VARYING WS-SEG-SUB FROM 1 BY 1
014050         UNTIL WS-SEG-SUB > WS-SEGMENT-COUNT.
014060 4500-EXIT.
014070     EXIT.
014080
014090 4510-WRITE-ONE-SEGMENT.
014100     MOVE WS-WRITE-NAME TO SL-SNIPPET-NAME
014110     MOVE WS-SEG-SUB    TO SL-SEQUENCE-NUMBER
014120     MOVE WS-SEGMENT-TEXT (WS-SEG-SUB) TO SL-PAYLOAD
014130     WRITE SNIPPET-LIBRARY-RECORD
014140         INVALID KEY
014150             MOVE "Y" TO WS-WRITE-ERROR-SW
014160     END-WRITE.
014170 4510-EXIT.
014180     EXIT.
014190
014200*================================================================
014210*    4600/4610 - STASH THE LIVE SEGMENTS OF WS-CHECK-NAME IN
014220*    SNIPVER AS THE NEXT VERSION.  THE HEADER ROW (SEQUENCE
014230*    000) CARRIES THE SUBMITTING USER AND A TIMESTAMP.  A
014240*    FAILURE LEAVES WS-STASH-ERROR SET SO THE CALLER REJECTS
014250*    THE TRANSACTION RATHER THAN LOSE A VERSION SILENTLY.
014260*================================================================
014270 4600-STASH-CURRENT-VERSION.
014280     MOVE "N" TO WS-STASH-ERROR-SW
014290     IF NOT WS-SNIPVER-AVAILABLE
014300         SET WS-STASH-ERROR TO TRUE
014310         GO TO 4600-EXIT
014320     END-IF
014330     PERFORM 4700-FIND-LAST-VERSION THRU 4700-EXIT
014340     COMPUTE WS-NEW-VERSION = WS-LAST-VERSION + 1
014350     END-COMPUTE
014360     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
014370     MOVE SPACES TO SNIPPET-VERSION-RECORD
014380     MOVE WS-CHECK-NAME        TO SV-SNIPPET-NAME
014390     MOVE WS-NEW-VERSION       TO SV-VERSION
014400     MOVE ZERO                 TO SV-SEQUENCE
014410     MOVE SPACES               TO SV-PAYLOAD
014420     MOVE WS-CUR-USER          TO SV-PAYLOAD (1:8)
014430     MOVE WS-CURRENT-TIMESTAMP TO SV-PAYLOAD (10:20)
014440     WRITE SNIPPET-VERSION-RECORD
014450         INVALID KEY
014460             SET WS-STASH-ERROR TO TRUE
014470     END-WRITE
014480     IF WS-STASH-ERROR
014490         GO TO 4600-EXIT
014500     END-IF
014510     MOVE ZERO TO WS-STASH-COUNT
014520     MOVE "N"  TO WS-VER-SCAN-EOF-SW
014530     MOVE WS-CHECK-NAME TO SL-SNIPPET-NAME
014540     MOVE ZERO          TO SL-SEQUENCE-NUMBER
014550     START SNIPPET-LIBRARY-FILE KEY IS NOT LESS THAN
014560         SL-SNIPPET-KEY
014570         INVALID KEY
014580             MOVE "Y" TO WS-VER-SCAN-EOF-SW
014590     END-START
014600     PERFORM 4610-STASH-ONE-SEGMENT THRU 4610-EXIT
014610         UNTIL WS-VER-SCAN-EOF OR WS-STASH-ERROR.
014620 4600-EXIT.
014630     EXIT.
014640
014650 4610-STASH-ONE-SEGMENT.
014660     READ SNIPPET-LIBRARY-FILE NEXT RECORD
014670         AT END
014680             MOVE "Y" TO WS-VER-SCAN-EOF-SW
014690     END-READ
014700     IF WS-VER-SCAN-EOF
014710         GO TO 4610-EXIT
014720     END-IF
014730     IF SL-SNIPPET-NAME NOT = WS-CHECK-NAME
014740         MOVE "Y" TO WS-VER-SCAN-EOF-SW
014750         GO TO 4610-EXIT
014760     END-IF
014770     MOVE WS-CHECK-NAME       TO SV-SNIPPET-NAME
014780     MOVE WS-NEW-VERSION      TO SV-VERSION
014790     MOVE SL-SEQUENCE-NUMBER  TO SV-SEQUENCE
014800     MOVE SL-PAYLOAD          TO SV-PAYLOAD
014810     WRITE SNIPPET-VERSION-RECORD
014820         INVALID KEY
014830             SET WS-STASH-ERROR TO TRUE
014840     END-WRITE
014850     IF NOT WS-STASH-ERROR
014860         ADD 1 TO WS-STASH-COUNT
014870     END-IF.
014880 4610-EXIT.
014890     EXIT.
014900
014910*================================================================
014920*    4700/4710 - HIGHEST RETAINED VERSION NUMBER OF THE
014930*    SNIPPET NAMED IN WS-CHECK-NAME; ZERO WHEN NONE
014940*================================================================
014950 4700-FIND-LAST-VERSION.
014960     MOVE ZERO TO WS-LAST-VERSION
014970     IF NOT WS-SNIPVER-AVAILABLE
014980         GO TO 4700-EXIT
014990     END-IF
015000     MOVE "N" TO WS-VER-SCAN-EOF-SW
015010     MOVE WS-CHECK-NAME TO SV-SNIPPET-NAME
015020     MOVE ZERO          TO SV-VERSION
015030     MOVE ZERO          TO SV-SEQUENCE
015040     START SNIPPET-VERSION-FILE KEY IS NOT LESS THAN
015050         SV-VERSION-KEY
015060         INVALID KEY
015070             MOVE "Y" TO WS-VER-SCAN-EOF-SW
015080     END-START
015090     PERFORM 4710-SCAN-ONE-VERSION THRU 4710-EXIT
015100         UNTIL WS-VER-SCAN-EOF.
015110 4700-EXIT.
015120     EXIT.
015130
015140 4710-SCAN-ONE-VERSION.
015150     READ SNIPPET-VERSION-FILE NEXT RECORD
015160         AT END
015170             MOVE "Y" TO WS-VER-SCAN-EOF-SW
015180     END-READ
015190     IF WS-VER-SCAN-EOF
015200         GO TO 4710-EXIT
015210     END-IF
015220     IF SV-SNIPPET-NAME NOT = WS-CHECK-NAME
015230         MOVE "Y" TO WS-VER-SCAN-EOF-SW
015240         GO TO 4710-EXIT
015250     END-IF
015260     MOVE SV-VERSION TO WS-LAST-VERSION.
015270 4710-EXIT.
015280     EXIT.
015290
015300*================================================================
015310*    4800/4810 - LOAD THE SEGMENTS OF VERSION WS-LAST-VERSION
015320*    INTO THE SEGMENT TABLE, SKIPPING THE HEADER ROW
015330*================================================================
015340 4800-LOAD-VERSION-SEGMENTS.
015350     MOVE ZERO TO WS-SEGMENT-COUNT
015360     MOVE "N"  TO WS-SEGMENT-OVERFLOW-SW
015370     MOVE "N"  TO WS-VER-SCAN-EOF-SW
015380     MOVE WS-CHECK-NAME   TO SV-SNIPPET-NAME
015390     MOVE WS-LAST-VERSION TO SV-VERSION
015400     MOVE ZERO            TO SV-SEQUENCE
015410     START SNIPPET-VERSION-FILE KEY IS NOT LESS THAN
015420         SV-VERSION-KEY
015430         INVALID KEY
015440             MOVE "Y" TO WS-VER-SCAN-EOF-SW
015450     END-START
015460     PERFORM 4810-LOAD-ONE-VERSION-SEG THRU 4810-EXIT
015470         UNTIL WS-VER-SCAN-EOF.
015480 4800-EXIT.
015490     EXIT.
015500
015510 4810-LOAD-ONE-VERSION-SEG.
015520     READ SNIPPET-VERSION-FILE NEXT RECORD
015530         AT END
015540             MOVE "Y" TO WS-VER-SCAN-EOF-SW
015550     END-READ
015560     IF WS-VER-SCAN-EOF
015570         GO TO 4810-EXIT
015580     END-IF
015590     IF SV-SNIPPET-NAME NOT = WS-CHECK-NAME
015600         OR SV-VERSION NOT = WS-LAST-VERSION
015610         MOVE "Y" TO WS-VER-SCAN-EOF-SW
015620         GO TO 4810-EXIT
015630     END-IF
015640     IF SV-SEQUENCE = ZERO
015650         GO TO 4810-EXIT
015660     END-IF
015670     IF WS-SEGMENT-COUNT = 40
015680         MOVE "Y" TO WS-VER-SCAN-EOF-SW
015690         MOVE "Y" TO WS-SEGMENT-OVERFLOW-SW
015700     ELSE
015710         ADD 1 TO WS-SEGMENT-COUNT
015720         MOVE SV-PAYLOAD TO WS-SEGMENT-TEXT (WS-SEGMENT-COUNT)
015730     END-IF.
015740 4810-EXIT.
015750     EXIT.
015760
015770*================================================================
015780*    4900/4910 - CONSUME VERSION WS-LAST-VERSION OF THE
015790*    SNIPPET FROM THE HISTORY AFTER A SUCCESSFUL ROLLBACK.
015800*    THE FILE IS REPOSITIONED BEFORE EACH DELETE, LIKE 4400.
015810*================================================================
015820 4900-DELETE-VERSION.
015830     MOVE "N" TO WS-VDEL-DONE-SW
015840     PERFORM 4910-DELETE-ONE-VERSION-ROW THRU 4910-EXIT
015850         UNTIL WS-VDEL-DONE.
015860 4900-EXIT.
015870     EXIT.
015880
015890 4910-DELETE-ONE-VERSION-ROW.
015900     MOVE WS-CHECK-NAME   TO SV-SNIPPET-NAME
015910     MOVE WS-LAST-VERSION TO SV-VERSION
015920     MOVE ZERO            TO SV-SEQUENCE
015930     START SNIPPET-VERSION-FILE KEY IS NOT LESS THAN
015940         SV-VERSION-KEY
015950         INVALID KEY
015960             MOVE "Y" TO WS-VDEL-DONE-SW
015970     END-START
015980     IF WS-VDEL-DONE
015990         GO TO 4910-EXIT
016000     END-IF
016010     READ SNIPPET-VERSION-FILE NEXT RECORD
016020         AT END
016030             MOVE "Y" TO WS-VDEL-DONE-SW
016040     END-READ
016050     IF WS-VDEL-DONE
016060         GO TO 4910-EXIT
016070     END-IF
016080     IF SV-SNIPPET-NAME NOT = WS-CHECK-NAME
016090         OR SV-VERSION NOT = WS-LAST-VERSION
016100         MOVE "Y" TO WS-VDEL-DONE-SW
016110         GO TO 4910-EXIT
016120     END-IF
016130     DELETE SNIPPET-VERSION-FILE RECORD
016140         INVALID KEY
016150             MOVE "Y" TO WS-VDEL-DONE-SW
016160     END-DELETE.
016170 4910-EXIT.
016180     EXIT.
016190
016200*================================================================
016210*    6000-WRITE-AUDIT-RECORD - ONE SNIPAUD ROW PER TRANSACTION
016220*================================================================
016230 6000-WRITE-AUDIT-RECORD.
016240     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
016250     MOVE SPACES               TO SNIPPET-AUDIT-RECORD
016260     MOVE WS-CURRENT-TIMESTAMP TO SA-TIMESTAMP
016270     MOVE WS-CUR-USER          TO SA-USER-ID
016280     MOVE WS-CUR-ACTION        TO SA-ACTION
016290     MOVE WS-CUR-NAME          TO SA-SNIPPET-NAME
016300     MOVE WS-CUR-NEW-NAME      TO SA-NEW-NAME
016310     MOVE WS-SEGMENT-COUNT     TO SA-SEGMENT-COUNT
016320     MOVE WS-CUR-RESULT        TO SA-RESULT
016330     MOVE WS-REJECT-MESSAGE    TO SA-MESSAGE
016340     WRITE SNIPPET-AUDIT-RECORD.
016350 6000-EXIT.
016360     EXIT.
016370
016380 1650-BUILD-TIMESTAMP.
016390     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
016400     ACCEPT WS-TS-TIME FROM TIME
016410     STRING WS-TS-DATE   DELIMITED BY SIZE
016420            "-"          DELIMITED BY SIZE
016430            WS-TS-TIME   DELIMITED BY SIZE
016440            INTO WS-CURRENT-TIMESTAMP.
016450 1650-EXIT.
016460     EXIT.
016470
016480*================================================================
016490*    9000-FINALIZE - TOTALS, THEN CLOSE EVERYTHING
016500*================================================================
016510 9000-FINALIZE.
016520     DISPLAY "SNIPMNT: TRANSACTIONS READ . . : " WS-TRAN-COUNT
016530     DISPLAY "SNIPMNT: TRANSACTIONS APPLIED  : "
016540             WS-APPLIED-COUNT
016550     DISPLAY "SNIPMNT: TRANSACTIONS REJECTED : "
016560             WS-REJECTED-COUNT
016570     CLOSE SNIPPET-TRAN-FILE
016580     IF WS-SNIPLIB-AVAILABLE
016590         CLOSE SNIPPET-LIBRARY-FILE
016600     END-IF
016610     IF WS-SNIPVER-AVAILABLE
016620         CLOSE SNIPPET-VERSION-FILE
016630     END-IF
016640     CLOSE SNIPPET-AUDIT-FILE
016650     CLOSE SNIPPET-LIST-FILE
016660     PERFORM 9400-RELEASE-RUN-LOCK THRU 9400-EXIT.
016670 9000-EXIT.
016680     EXIT.
016690
016700*----------------------------------------------------------------
016710*    9400 - RELEASE THE RUN LOCK.  EMPTYING THE FILE FREES IT.
016720*----------------------------------------------------------------
016730 9400-RELEASE-RUN-LOCK.
016740     IF NOT WS-RUN-LOCK-HELD
016750         GO TO 9400-EXIT
016760     END-IF
016770     OPEN OUTPUT RUN-LOCK-FILE
016780     IF WS-RUNLOCK-STATUS = "00"
016790         CLOSE RUN-LOCK-FILE
016800     END-IF
016810     MOVE "N" TO WS-RUN-LOCK-HELD-SW.
016820 9400-EXIT.
016830     EXIT.
