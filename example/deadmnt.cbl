000290*                    ENVPROF FILE THAT QUALIFIES EVERY FILE
000300*                    NAME, SO A TEST MAINTENANCE RUN TOUCHES
000310*                    ONLY THE TEST-QUALIFIED FILES.
000320*   2026-10-15  DO   DEADLTR RECORDS NOW END IN THE RUN ID AND
000330*                    TIME OF THE MAIN RUN THAT DEAD-LETTERED THEM.
000340*                    THE STAMP IS CARRIED THROUGH THE TABLE SO A
000350*                    REWRITE KEEPS IT, AND LIST SHOWS THE RUN ID
000360*                    (BLANK FOR ROWS WRITTEN BEFORE THE STAMP).
000370*   2026-10-15  DO   DEADLTR AND MANIFEST RECORDS NOW CARRY THE
000380*                    CONVERSION PROFILE OF THE FAILED RENDITION.
000390*                    IT IS KEPT ON A REWRITE, SHOWN BY LIST AND
000400*                    WRITTEN BACK BY REQUEUE SO ONLY THAT
000410*                    RENDITION IS CONVERTED AGAIN.
000420*   2026-10-15  DO   TAKES THE ENVIRONMENT'S RUN LOCK (RUNLOCK)
000430*                    AT START AND RELEASES IT AT FINALIZE, AS
000440*                    MAIN DOES, SO ONLY ONE JOB AT A TIME RUNS
000450*                    IN AN ENVIRONMENT.  A LOCK HELD BY A LIVE
000460*                    PROCESS REFUSES THE JOB (9091); A STALE
000470*                    LOCK REFUSES IT TOO (9092) UNLESS THE PARM
000480*                    INCLUDES CLEARLOCK (9093).  EACH GOES TO
000490*                    ERRLOG AND ALERTS.
000500*   2026-10-15  DO   A JOB REFUSED BY THE RUN LOCK NOW ENDS WITH
000510*                    RETURN CODE 8 SO THE SCHEDULER SEES IT.
000520*----------------------------------------------------------------
000530* TRANSACTION FILE LAYOUT (DEADTRAN, FIXED COLUMNS):
000540*   ACTION    ( 1-  8)  LIST / REQUEUE / PURGE
000550*   IMAGE PATH(10- 89)  ENTRY TO ACT ON; BLANK OR * MEANS EVERY
000560*                       ENTRY (LIST ALWAYS COVERS EVERYTHING)
000570*   USER ID   (91- 98)  WHO SUBMITTED THE CHANGE
000580*----------------------------------------------------------------
000590* Compile this file on its own:
000600*
000610*  $ cobc -x example/deadmnt.cbl
000620*
000630* Then execute the binary file:
000640*
000650*  $ ./deadmnt
000660*----------------------------------------------------------------
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700*----------------------------------------------------------------
000710*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000720*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000730*----------------------------------------------------------------
000740     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ENVPROF-STATUS.
000770
000780*----------------------------------------------------------------
000790*    MAINTENANCE TRANSACTIONS - SEQUENTIAL INPUT
000800*----------------------------------------------------------------
000810     SELECT DEAD-TRAN-FILE ASSIGN TO DYNAMIC
000820         WS-DEADTRAN-FILENAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-DEADTRAN-STATUS.
000850
000860*----------------------------------------------------------------
000870*    DEAD LETTER FILE - THE RECORD MAIN WRITES WHEN AN ENTRY
000880*    EXHAUSTS THE RETRY LIMIT
000890*----------------------------------------------------------------
000900     SELECT DEAD-LETTER-FILE ASSIGN TO DYNAMIC
000910         WS-DEADLTR-FILENAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-DEADLTR-STATUS.
000940
000950*----------------------------------------------------------------
000960*    IMAGE CONVERSION MANIFEST - REQUEUED ENTRIES ARE APPENDED
000970*----------------------------------------------------------------
000980     SELECT MANIFEST-FILE ASSIGN TO DYNAMIC
000990         WS-MANIFEST-FILENAME
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-MANIFEST-STATUS.
001020
001030*----------------------------------------------------------------
001040*    AUDIT TRAIL - ONE RECORD PER TRANSACTION PROCESSED
001050*----------------------------------------------------------------
001060     SELECT DEAD-AUDIT-FILE ASSIGN TO DYNAMIC
001070         WS-DEADAUD-FILENAME
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-DEADAUD-STATUS.
001100
001110*----------------------------------------------------------------
001120*    LIST REPORT - OUTPUT OF THE LIST ACTION
001130*----------------------------------------------------------------
001140     SELECT DEAD-LIST-FILE ASSIGN TO DYNAMIC
001150         WS-DEADLST-FILENAME
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-DEADLST-STATUS.
001180
001190*----------------------------------------------------------------
001200*    RUN LOCK - ONE JOB AT A TIME PER ENVIRONMENT, AS IN MAIN
001210*----------------------------------------------------------------
001220     SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC
001230         WS-RUNLOCK-FILENAME
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-RUNLOCK-STATUS.
001260
001270*----------------------------------------------------------------
001280*    PROCESS ID WORK FILE - ONE LINE LEFT BY THE SHELL
001290*----------------------------------------------------------------
001300     SELECT LOCK-WORK-FILE ASSIGN TO DYNAMIC
001310         WS-LOCKWORK-FILENAME
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-LOCKWORK-STATUS.
001340
001350*----------------------------------------------------------------
001360*    ERROR LOG AND OPERATOR ALERTS - APPENDED TO WHEN THE RUN
001370*    LOCK REFUSES OR CLEARS
001380*----------------------------------------------------------------
001390     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC
001400         WS-ERRLOG-FILENAME
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-ERRLOG-STATUS.
001430
001440     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
001450         WS-ALERTS-FILENAME
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS WS-ALERTS-STATUS.
001480
001490 DATA DIVISION.
001500 FILE SECTION.
001510 FD  ENV-PROFILE-FILE.
001520 01  ENV-PROFILE-RECORD.
001530     05  EV-ENV-NAME                 PIC X(08).
001540     05  FILLER                      PIC X(01).
001550     05  EV-PREFIX                   PIC X(20).
001560
001570 FD  DEAD-TRAN-FILE.
001580 01  DEAD-TRAN-RECORD.
001590     05  DT-ACTION                   PIC X(08).
001600     05  FILLER                      PIC X(01).
001610     05  DT-IMAGE-PATH               PIC X(80).
001620     05  FILLER                      PIC X(01).
001630     05  DT-USER-ID                  PIC X(08).
001640
001650 FD  DEAD-LETTER-FILE.
001660 01  DEAD-LETTER-RECORD.
001670     05  DL-IMAGE-PATH               PIC X(80).
001680     05  DL-OUTPUT-NAME              PIC X(40).
001690     05  DL-COMPLETION-CODE          PIC X(06).
001700     05  FILLER                      PIC X(01).
001710     05  DL-ATTEMPT-COUNT            PIC X(02).
001720     05  FILLER                      PIC X(01).
001730     05  DL-RUN-ID                   PIC X(16).
001740     05  FILLER                      PIC X(01).
001750     05  DL-TIMESTAMP                PIC X(20).
001760     05  FILLER                      PIC X(01).
001770     05  DL-PROFILE-NAME             PIC X(08).
001780
001790 FD  MANIFEST-FILE.
001800 01  MANIFEST-RECORD.
001810     05  MF-IMAGE-PATH               PIC X(80).
001820     05  MF-OUTPUT-NAME              PIC X(40).
001830     05  FILLER                      PIC X(01).
001840     05  MF-PROFILE-NAME             PIC X(08).
001850
001860 FD  DEAD-AUDIT-FILE.
001870 01  DEAD-AUDIT-RECORD.
001880     05  DA-TIMESTAMP                PIC X(20).
001890     05  FILLER                      PIC X(01)  VALUE SPACE.
001900     05  DA-USER-ID                  PIC X(08).
001910     05  FILLER                      PIC X(01)  VALUE SPACE.
001920     05  DA-ACTION                   PIC X(08).
001930     05  FILLER                      PIC X(01)  VALUE SPACE.
001940     05  DA-ENTRY-COUNT              PIC 9(03).
001950     05  FILLER                      PIC X(01)  VALUE SPACE.
001960     05  DA-RESULT                   PIC X(08).
001970     05  FILLER                      PIC X(01)  VALUE SPACE.
001980     05  DA-IMAGE-PATH               PIC X(80).
001990     05  FILLER                      PIC X(01)  VALUE SPACE.
002000     05  DA-MESSAGE                  PIC X(40).
002010
002020 FD  DEAD-LIST-FILE.
002030 01  DEAD-LIST-RECORD                PIC X(132).
002040
002050 FD  RUN-LOCK-FILE.
002060 01  RUN-LOCK-RECORD.
002070     05  RL-RUN-ID                   PIC X(16).
002080     05  FILLER                      PIC X(01).
002090     05  RL-PROGRAM                  PIC X(08).
002100     05  FILLER                      PIC X(01).
002110     05  RL-PROCESS-ID               PIC 9(09).
002120     05  FILLER                      PIC X(01).
002130     05  RL-START-TIMESTAMP          PIC X(20).
002140
002150 FD  LOCK-WORK-FILE.
002160 01  LOCK-WORK-RECORD.
002170     05  LW-PROCESS-ID               PIC 9(10).
002180
002190 FD  ERROR-LOG-FILE.
002200 01  ERROR-LOG-RECORD.
002210     05  EL-TIMESTAMP                PIC X(20).
002220     05  FILLER                      PIC X(01)  VALUE SPACE.
002230     05  EL-STEP-NAME                PIC X(16).
002240     05  FILLER                      PIC X(01)  VALUE SPACE.
002250     05  EL-ERROR-CODE               PIC 9(04).
002260     05  FILLER                      PIC X(01)  VALUE SPACE.
002270     05  EL-SCRIPT-PATH              PIC X(80).
002280     05  FILLER                      PIC X(01)  VALUE SPACE.
002290     05  EL-ERROR-MESSAGE            PIC X(60).
002300     05  FILLER                      PIC X(01)  VALUE SPACE.
002310     05  EL-RUN-ID                   PIC X(16).
002320
002330 FD  ALERTS-FILE.
002340 01  ALERTS-RECORD.
002350     05  AL-TIMESTAMP                PIC X(20).
002360     05  FILLER                      PIC X(01).
002370     05  AL-SEVERITY                 PIC 9(01).
002380     05  FILLER                      PIC X(01).
002390     05  AL-DESTINATION              PIC X(16).
002400     05  FILLER                      PIC X(01).
002410     05  AL-ERROR-CODE               PIC 9(04).
002420     05  FILLER                      PIC X(01).
002430     05  AL-STEP-NAME                PIC X(16).
002440     05  FILLER                      PIC X(01).
002450     05  AL-MESSAGE                  PIC X(60).
002460     05  FILLER                      PIC X(01).
002470     05  AL-RUN-ID                   PIC X(16).
002480
002490 WORKING-STORAGE SECTION.
002500*----------------------------------------------------------------
002510*    FILE STATUS FIELDS
002520*----------------------------------------------------------------
002530 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
002540 01  WS-RUNLOCK-STATUS               PIC X(02)  VALUE "00".
002550 01  WS-LOCKWORK-STATUS              PIC X(02)  VALUE "00".
002560 01  WS-ERRLOG-STATUS                PIC X(02)  VALUE "00".
002570 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
002580 01  WS-DEADTRAN-STATUS              PIC X(02)  VALUE "00".
002590 01  WS-DEADLTR-STATUS               PIC X(02)  VALUE "00".
002600 01  WS-MANIFEST-STATUS              PIC X(02)  VALUE "00".
002610 01  WS-DEADAUD-STATUS               PIC X(02)  VALUE "00".
002620 01  WS-DEADLST-STATUS               PIC X(02)  VALUE "00".
002630
002640*----------------------------------------------------------------
002650*    SWITCHES
002660*----------------------------------------------------------------
002670 77  WS-TRAN-EOF-SW                  PIC X(01)  VALUE "N".
002680     88  WS-TRAN-EOF                             VALUE "Y".
002690 77  WS-DEADLTR-EOF-SW               PIC X(01)  VALUE "N".
002700     88  WS-DEADLTR-EOF                          VALUE "Y".
002710 77  WS-TABLE-OVERFLOW-SW            PIC X(01)  VALUE "N".
002720     88  WS-TABLE-OVERFLOW                       VALUE "Y".
002730 77  WS-MANIFEST-OPENED-SW           PIC X(01)  VALUE "N".
002740     88  WS-MANIFEST-OPENED                      VALUE "Y".
002750 77  WS-MANIFEST-FAILED-SW           PIC X(01)  VALUE "N".
002760     88  WS-MANIFEST-FAILED                      VALUE "Y".
002770 77  WS-FILE-CHANGED-SW              PIC X(01)  VALUE "N".
002780     88  WS-FILE-CHANGED                         VALUE "Y".
002790 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
002800     88  WS-ENVPROF-EOF                          VALUE "Y".
002810 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
002820     88  WS-ENV-FOUND                            VALUE "Y".
002830 77  WS-CLEAR-LOCK-SW                PIC X(01)  VALUE "N".
002840     88  WS-CLEAR-LOCK-REQUESTED                 VALUE "Y".
002850 77  WS-LOCK-FOUND-SW                PIC X(01)  VALUE "N".
002860     88  WS-LOCK-FOUND                           VALUE "Y".
002870 77  WS-LOCK-STALE-SW                PIC X(01)  VALUE "N".
002880     88  WS-LOCK-STALE                           VALUE "Y".
002890 77  WS-RUN-LOCK-HELD-SW             PIC X(01)  VALUE "N".
002900     88  WS-RUN-LOCK-HELD                        VALUE "Y".
002910 77  WS-JOB-REFUSED-SW               PIC X(01)  VALUE "N".
002920     88  WS-JOB-REFUSED                          VALUE "Y".
002930
002940*----------------------------------------------------------------
002950*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
002960*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
002970*----------------------------------------------------------------
002980 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
002990 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
003000 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
003010 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
003020 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
003030 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
003040 01  WS-RUNLOCK-FILENAME             PIC X(80) VALUE "RUNLOCK".
003050 01  WS-LOCK-TOKEN                   PIC X(12) VALUE SPACES.
003060 01  WS-LOCKWORK-FILENAME            PIC X(80) VALUE "LOCKWORK".
003070 01  WS-ERRLOG-FILENAME              PIC X(80) VALUE "ERRLOG".
003080 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
003090 01  WS-DEADTRAN-FILENAME            PIC X(80) VALUE "DEADTRAN".
003100 01  WS-DEADLTR-FILENAME             PIC X(80) VALUE "DEADLTR".
003110 01  WS-MANIFEST-FILENAME            PIC X(80) VALUE "MANIFEST".
003120 01  WS-DEADAUD-FILENAME             PIC X(80) VALUE "DEADAUD".
003130 01  WS-DEADLST-FILENAME             PIC X(80) VALUE "DEADLST".
003140
003150*----------------------------------------------------------------
003160*    COUNTERS AND SUBSCRIPTS
003170*----------------------------------------------------------------
003180 77  WS-DEAD-COUNT                   PIC 9(03)  COMP VALUE ZERO.
003190 77  WS-TRAN-COUNT                   PIC 9(05)  COMP VALUE ZERO.
003200 77  WS-APPLIED-COUNT                PIC 9(05)  COMP VALUE ZERO.
003210 77  WS-REJECTED-COUNT               PIC 9(05)  COMP VALUE ZERO.
003220 77  WS-REQUEUED-COUNT               PIC 9(03)  COMP VALUE ZERO.
003230 77  WS-PURGED-COUNT                 PIC 9(03)  COMP VALUE ZERO.
003240 77  WS-SURVIVOR-COUNT               PIC 9(03)  COMP VALUE ZERO.
003250 77  WS-TOUCHED-COUNT                PIC 9(03)  COMP VALUE ZERO.
003260 77  WS-LISTED-COUNT                 PIC 9(03)  COMP VALUE ZERO.
003270 77  WS-DEAD-SUB                     PIC 9(03)  COMP VALUE ZERO.
003280
003290*----------------------------------------------------------------
003300*    IN-CORE COPY OF THE DEAD LETTER FILE.  THE DISPOSITION
003310*    BYTE TRACKS WHAT THIS RUN DECIDED: SPACE = STAYS, R =
003320*    REQUEUED TO THE MANIFEST, P = PURGED.
003330*----------------------------------------------------------------
003340 01  WS-DEAD-TABLE.
003350     05  WS-DEAD-ENTRY OCCURS 500 TIMES.
003360         10  WD-IMAGE-PATH           PIC X(80).
003370         10  WD-OUTPUT-NAME          PIC X(40).
003380         10  WD-COMPLETION-CODE      PIC X(06).
003390         10  WD-ATTEMPT-COUNT        PIC X(02).
003400         10  WD-RUN-ID               PIC X(16).
003410         10  WD-DEAD-TIMESTAMP       PIC X(20).
003420         10  WD-PROFILE-NAME         PIC X(08).
003430         10  WD-DISPOSITION          PIC X(01).
003440
003450*----------------------------------------------------------------
003460*    CURRENT TRANSACTION, SAVED OUT OF THE RECORD AREA
003470*----------------------------------------------------------------
003480 01  WS-CUR-ACTION                   PIC X(08) VALUE SPACES.
003490 01  WS-CUR-PATH                     PIC X(80) VALUE SPACES.
003500 01  WS-CUR-USER                     PIC X(08) VALUE SPACES.
003510 01  WS-CUR-RESULT                   PIC X(08) VALUE SPACES.
003520 01  WS-REJECT-MESSAGE               PIC X(40) VALUE SPACES.
003530
003540*----------------------------------------------------------------
003550*    TIMESTAMP WORK AREA
003560*----------------------------------------------------------------
003570 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
003580 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
003590 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
003600
003610*----------------------------------------------------------------
003620*    MISCELLANEOUS
003630*----------------------------------------------------------------
003640 01  WS-LIST-LINE                    PIC X(132) VALUE SPACES.
003650
003660*----------------------------------------------------------------
003670*    RUN LOCK WORK FIELDS.  THIS JOB'S LOCK ID IS ITS START
003680*    DATE AND TIME, IN THE SHAPE OF A MAIN RUN ID.
003690*----------------------------------------------------------------
003700 01  WS-JOB-ID                       PIC X(16) VALUE SPACES.
003710 01  WS-JOB-START-TIMESTAMP          PIC X(20) VALUE SPACES.
003720 01  WS-OWN-PID                      PIC 9(09) VALUE ZERO.
003730 01  WS-LOCK-HOLDER                  PIC X(60) VALUE SPACES.
003740 01  WS-LOCK-MESSAGE                 PIC X(60) VALUE SPACES.
003750 01  WS-LOCK-ERR-CODE                PIC 9(04) VALUE ZERO.
003760 01  WS-LOCK-COMMAND                 PIC X(120) VALUE SPACES.
003770
003780 PROCEDURE DIVISION.
003790*================================================================
003800*    0000-MAINLINE
003810*================================================================
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003840     IF WS-JOB-REFUSED
003850         MOVE 8 TO RETURN-CODE
003860         STOP RUN
003870     END-IF
003880     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
003890     PERFORM 5000-REWRITE-DEAD-LETTERS THRU 5000-EXIT
003900     PERFORM 9000-FINALIZE THRU 9000-EXIT
003910     STOP RUN.
003920
003930*================================================================
003940*    1000-INITIALIZE - OPEN ALL FILES AND PULL THE DEAD LETTER
003950*    FILE INTO THE TABLE
003960*================================================================
003970 1000-INITIALIZE.
003980     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
003990     PERFORM 1400-TAKE-RUN-LOCK THRU 1400-EXIT
004000     IF WS-JOB-REFUSED
004010         GO TO 1000-EXIT
004020     END-IF
004030     OPEN INPUT DEAD-TRAN-FILE
004040     IF WS-DEADTRAN-STATUS NOT = "00"
004050         DISPLAY "DEADMNT: DEADTRAN FILE NOT FOUND - NOTHING "
004060                 "TO DO"
004070         MOVE "Y" TO WS-TRAN-EOF-SW
004080     END-IF
004090     PERFORM 1100-LOAD-DEAD-LETTERS THRU 1100-EXIT
004100     OPEN EXTEND DEAD-AUDIT-FILE
004110     IF WS-DEADAUD-STATUS NOT = "00"
004120         OPEN OUTPUT DEAD-AUDIT-FILE
004130     END-IF
004140     OPEN OUTPUT DEAD-LIST-FILE.
004150 1000-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
004200*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
004210*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
004220*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
004230*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
004240*    A CLEARLOCK PARM, BEFORE OR AFTER ENV=, LETS 1400 CLEAR A
004250*    STALE RUN LOCK.
004260*----------------------------------------------------------------
004270 1010-RESOLVE-ENVIRONMENT.
004280     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
004290     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
004300         INTO WS-ENV-TOKEN, WS-LOCK-TOKEN
004310     END-UNSTRING
004320     IF WS-ENV-TOKEN = "CLEARLOCK" OR WS-LOCK-TOKEN = "CLEARLOCK"
004330         SET WS-CLEAR-LOCK-REQUESTED TO TRUE
004340     END-IF
004350     IF WS-LOCK-TOKEN (1:4) = "ENV="
004360         MOVE WS-LOCK-TOKEN TO WS-ENV-TOKEN
004370     END-IF
004380     IF WS-ENV-TOKEN (1:4) = "ENV="
004390         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
004400         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
004410     END-IF
004420     MOVE "DEADTRAN" TO WS-BASE-FILENAME
004430     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004440     MOVE WS-BUILT-FILENAME TO WS-DEADTRAN-FILENAME
004450     MOVE "DEADLTR" TO WS-BASE-FILENAME
004460     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004470     MOVE WS-BUILT-FILENAME TO WS-DEADLTR-FILENAME
004480     MOVE "MANIFEST" TO WS-BASE-FILENAME
004490     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004500     MOVE WS-BUILT-FILENAME TO WS-MANIFEST-FILENAME
004510     MOVE "DEADAUD" TO WS-BASE-FILENAME
004520     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004530     MOVE WS-BUILT-FILENAME TO WS-DEADAUD-FILENAME
004540     MOVE "DEADLST" TO WS-BASE-FILENAME
004550     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004560     MOVE WS-BUILT-FILENAME TO WS-DEADLST-FILENAME
004570     MOVE "RUNLOCK" TO WS-BASE-FILENAME
004580     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004590     MOVE WS-BUILT-FILENAME TO WS-RUNLOCK-FILENAME
004600     MOVE "LOCKWORK" TO WS-BASE-FILENAME
004610     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004620     MOVE WS-BUILT-FILENAME TO WS-LOCKWORK-FILENAME
004630     MOVE "ERRLOG" TO WS-BASE-FILENAME
004640     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004650     MOVE WS-BUILT-FILENAME TO WS-ERRLOG-FILENAME
004660     MOVE "ALERTS" TO WS-BASE-FILENAME
004670     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004680     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME.
004690 1010-EXIT.
004700     EXIT.
004710
004720 1020-LOAD-ENV-PROFILE.
004730     MOVE "N" TO WS-ENV-FOUND-SW
004740     MOVE "N" TO WS-ENVPROF-EOF-SW
004750     OPEN INPUT ENV-PROFILE-FILE
004760     IF WS-ENVPROF-STATUS NOT = "00"
004770         MOVE "Y" TO WS-ENVPROF-EOF-SW
004780     END-IF
004790     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
004800         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
004810     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
004820         CLOSE ENV-PROFILE-FILE
004830     END-IF
004840     IF WS-ENV-FOUND
004850         DISPLAY "DEADMNT: ENVIRONMENT " WS-ENV-NAME
004860                 " - FILE PREFIX " WS-ENV-PREFIX
004870     ELSE
004880         MOVE SPACES TO WS-ENV-PREFIX
004890         STRING WS-ENV-NAME DELIMITED BY SPACE
004900                "."         DELIMITED BY SIZE
004910                INTO WS-ENV-PREFIX
004920         DISPLAY "DEADMNT: ENVIRONMENT " WS-ENV-NAME
004930                 " NOT IN ENVPROF - USING PREFIX "
004940                 WS-ENV-PREFIX
004950     END-IF.
004960 1020-EXIT.
004970     EXIT.
004980
004990 1030-READ-ONE-PROFILE.
005000     READ ENV-PROFILE-FILE
005010         AT END
005020             MOVE "Y" TO WS-ENVPROF-EOF-SW
005030     END-READ
005040     IF WS-ENVPROF-EOF
005050         GO TO 1030-EXIT
005060     END-IF
005070     IF ENV-PROFILE-RECORD = SPACES
005080         OR EV-ENV-NAME (1:1) = "*"
005090         GO TO 1030-EXIT
005100     END-IF
005110     IF EV-ENV-NAME = WS-ENV-NAME
005120         SET WS-ENV-FOUND TO TRUE
005130         MOVE EV-PREFIX TO WS-ENV-PREFIX
005140     END-IF.
005150 1030-EXIT.
005160     EXIT.
005170
005180 1050-BUILD-ONE-FILENAME.
005190     MOVE SPACES TO WS-BUILT-FILENAME
005200     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
005210            WS-BASE-FILENAME DELIMITED BY SPACE
005220            INTO WS-BUILT-FILENAME.
005230 1050-EXIT.
005240     EXIT.
005250
005260 1100-LOAD-DEAD-LETTERS.
005270     OPEN INPUT DEAD-LETTER-FILE
005280     IF WS-DEADLTR-STATUS NOT = "00"
005290         DISPLAY "DEADMNT: DEADLTR NOT FOUND - FILE IS EMPTY"
005300         MOVE "Y" TO WS-DEADLTR-EOF-SW
005310         GO TO 1100-EXIT
005320     END-IF
005330     PERFORM 1110-LOAD-ONE-ENTRY THRU 1110-EXIT
005340         UNTIL WS-DEADLTR-EOF
005350     CLOSE DEAD-LETTER-FILE.
005360 1100-EXIT.
005370     EXIT.
005380
005390 1110-LOAD-ONE-ENTRY.
005400     READ DEAD-LETTER-FILE
005410         AT END
005420             MOVE "Y" TO WS-DEADLTR-EOF-SW
005430     END-READ
005440     IF WS-DEADLTR-EOF
005450         GO TO 1110-EXIT
005460     END-IF
005470     IF DEAD-LETTER-RECORD = SPACES
005480         GO TO 1110-EXIT
005490     END-IF
005500     IF WS-DEAD-COUNT = 500
005510         MOVE "Y" TO WS-TABLE-OVERFLOW-SW
005520         GO TO 1110-EXIT
005530     END-IF
005540     ADD 1 TO WS-DEAD-COUNT
005550     MOVE DL-IMAGE-PATH      TO WD-IMAGE-PATH (WS-DEAD-COUNT)
005560     MOVE DL-OUTPUT-NAME     TO WD-OUTPUT-NAME (WS-DEAD-COUNT)
005570     MOVE DL-COMPLETION-CODE
005580         TO WD-COMPLETION-CODE (WS-DEAD-COUNT)
005590     MOVE DL-ATTEMPT-COUNT   TO WD-ATTEMPT-COUNT (WS-DEAD-COUNT)
005600     MOVE DL-RUN-ID          TO WD-RUN-ID (WS-DEAD-COUNT)
005610     MOVE DL-TIMESTAMP       TO WD-DEAD-TIMESTAMP (WS-DEAD-COUNT)
005620     MOVE DL-PROFILE-NAME    TO WD-PROFILE-NAME (WS-DEAD-COUNT)
005630     MOVE SPACE              TO WD-DISPOSITION (WS-DEAD-COUNT).
005640 1110-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------
005680*    1400-1440 - THE RUN LOCK, AS IN MAIN.  ONE JOB AT A TIME
005690*    PER ENVIRONMENT: A LOCK HELD BY A LIVE PROCESS REFUSES
005700*    THIS JOB (9091).  A LOCK WHOSE PROCESS HAS GONE IS STALE -
005710*    THAT JOB DIED PART WAY - AND REFUSES IT TOO (9092) UNTIL
005720*    THE OPERATOR HAS CHECKED THE FILES AND RERUNS WITH A
005730*    CLEARLOCK PARM (9093).  EACH GOES TO ERRLOG AND ALERTS.
005740*----------------------------------------------------------------
005750 1400-TAKE-RUN-LOCK.
005760     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
005770     MOVE WS-CURRENT-TIMESTAMP TO WS-JOB-START-TIMESTAMP
005780     MOVE SPACES TO WS-JOB-ID
005790     STRING WS-TS-DATE DELIMITED BY SIZE
005800            WS-TS-TIME DELIMITED BY SIZE
005810            INTO WS-JOB-ID
005820     PERFORM 1410-GET-OWN-PROCESS-ID THRU 1410-EXIT
005830     PERFORM 1420-READ-RUN-LOCK THRU 1420-EXIT
005840     MOVE SPACES TO WS-LOCK-MESSAGE
005850     IF WS-LOCK-FOUND AND NOT WS-LOCK-STALE
005860         STRING "RUN LOCK HELD BY " DELIMITED BY SIZE
005870                WS-LOCK-HOLDER      DELIMITED BY SIZE
005880                INTO WS-LOCK-MESSAGE
005890         MOVE 9091 TO WS-LOCK-ERR-CODE
005900         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
005910         SET WS-JOB-REFUSED TO TRUE
005920         DISPLAY "DEADMNT: REFUSED - ANOTHER JOB HOLDS THE "
005930                 "RUN LOCK"
005940         GO TO 1400-EXIT
005950     END-IF
005960     IF WS-LOCK-FOUND AND NOT WS-CLEAR-LOCK-REQUESTED
005970         STRING "STALE RUN LOCK "   DELIMITED BY SIZE
005980                WS-LOCK-HOLDER      DELIMITED BY SIZE
005990                INTO WS-LOCK-MESSAGE
006000         MOVE 9092 TO WS-LOCK-ERR-CODE
006010         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
006020         SET WS-JOB-REFUSED TO TRUE
006030         DISPLAY "DEADMNT: REFUSED - STALE RUN LOCK; CHECK THE "
006040                 "FILES, THEN RERUN WITH CLEARLOCK"
006050         GO TO 1400-EXIT
006060     END-IF
006070     IF WS-LOCK-FOUND
006080         STRING "STALE LOCK CLEARED "  DELIMITED BY SIZE
006090                WS-LOCK-HOLDER         DELIMITED BY SIZE
006100                INTO WS-LOCK-MESSAGE
006110         MOVE 9093 TO WS-LOCK-ERR-CODE
006120         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
006130     END-IF
006140     OPEN OUTPUT RUN-LOCK-FILE
006150     IF WS-RUNLOCK-STATUS NOT = "00"
006160         DISPLAY "DEADMNT: RUNLOCK NOT WRITTEN, STATUS "
006170                 WS-RUNLOCK-STATUS
006180         GO TO 1400-EXIT
006190     END-IF
006200     MOVE SPACES                 TO RUN-LOCK-RECORD
006210     MOVE WS-JOB-ID              TO RL-RUN-ID
006220     MOVE "DEADMNT"              TO RL-PROGRAM
006230     MOVE WS-OWN-PID             TO RL-PROCESS-ID
006240     MOVE WS-JOB-START-TIMESTAMP TO RL-START-TIMESTAMP
006250     WRITE RUN-LOCK-RECORD
006260     CLOSE RUN-LOCK-FILE
006270     SET WS-RUN-LOCK-HELD TO TRUE.
006280 1400-EXIT.
006290     EXIT.
006300
006310 1410-GET-OWN-PROCESS-ID.
006320     MOVE ZERO TO WS-OWN-PID
006330     MOVE SPACES TO WS-LOCK-COMMAND
006340     STRING "printf '%010d\n' $PPID > " DELIMITED BY SIZE
006350            WS-LOCKWORK-FILENAME         DELIMITED BY SPACE
006360            " 2>/dev/null"               DELIMITED BY SIZE
006370            INTO WS-LOCK-COMMAND
006380     CALL "SYSTEM" USING WS-LOCK-COMMAND
006390     OPEN INPUT LOCK-WORK-FILE
006400     IF WS-LOCKWORK-STATUS NOT = "00"
006410         GO TO 1410-EXIT
006420     END-IF
006430     READ LOCK-WORK-FILE
006440         AT END CONTINUE
006450     END-READ
006460     IF WS-LOCKWORK-STATUS = "00"
006470         AND LW-PROCESS-ID IS NUMERIC
006480         MOVE LW-PROCESS-ID TO WS-OWN-PID
006490     END-IF
006500     CLOSE LOCK-WORK-FILE.
006510 1410-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------------
006550*    1420 - WHO, IF ANYONE, HOLDS THE LOCK.  AN EMPTY OR MISSING
006560*    RUNLOCK IS FREE.  THE HOLDER'S PROCESS IS PROBED WITH
006570*    KILL -0; A LOCK WITH NO USABLE PROCESS ID CANNOT BE PROVED
006580*    ALIVE AND COUNTS AS STALE.
006590*----------------------------------------------------------------
006600 1420-READ-RUN-LOCK.
006610     MOVE "N" TO WS-LOCK-FOUND-SW
006620     MOVE "N" TO WS-LOCK-STALE-SW
006630     MOVE SPACES TO WS-LOCK-HOLDER
006640     OPEN INPUT RUN-LOCK-FILE
006650     IF WS-RUNLOCK-STATUS NOT = "00"
006660         GO TO 1420-EXIT
006670     END-IF
006680     MOVE SPACES TO RUN-LOCK-RECORD
006690     READ RUN-LOCK-FILE
006700         AT END CONTINUE
006710     END-READ
006720     CLOSE RUN-LOCK-FILE
006730     IF RUN-LOCK-RECORD = SPACES
006740         GO TO 1420-EXIT
006750     END-IF
006760     SET WS-LOCK-FOUND TO TRUE
006770     STRING RL-PROGRAM    DELIMITED BY SPACE
006780            " RUN "       DELIMITED BY SIZE
006790            RL-RUN-ID     DELIMITED BY SPACE
006800            " PID "       DELIMITED BY SIZE
006810            RL-PROCESS-ID DELIMITED BY SIZE
006820            INTO WS-LOCK-HOLDER
006830     IF RL-PROCESS-ID IS NOT NUMERIC
006840         OR RL-PROCESS-ID = ZERO
006850         SET WS-LOCK-STALE TO TRUE
006860         GO TO 1420-EXIT
006870     END-IF
006880     MOVE SPACES TO WS-LOCK-COMMAND
006890     STRING "kill -0 "         DELIMITED BY SIZE
006900            RL-PROCESS-ID      DELIMITED BY SIZE
006910            " >/dev/null 2>&1" DELIMITED BY SIZE
006920            INTO WS-LOCK-COMMAND
006930     CALL "SYSTEM" USING WS-LOCK-COMMAND
006940     IF RETURN-CODE NOT = ZERO
006950         SET WS-LOCK-STALE TO TRUE
006960     END-IF
006970     MOVE ZERO TO RETURN-CODE.
006980 1420-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020*    1440 - ONE ERRLOG AND ONE ALERTS RECORD IN MAIN'S LAYOUT,
007030*    ROUTED AS MAIN ROUTES THE 909X CODES.  THIS IS NOT A MAIN
007040*    RUN, SO THE RUN ID IS BLANK.
007050*----------------------------------------------------------------
007060 1440-LOG-LOCK-EVENT.
007070     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
007080     OPEN EXTEND ERROR-LOG-FILE
007090     IF WS-ERRLOG-STATUS NOT = "00"
007100         OPEN OUTPUT ERROR-LOG-FILE
007110     END-IF
007120     IF WS-ERRLOG-STATUS = "00"
007130         MOVE SPACES               TO ERROR-LOG-RECORD
007140         MOVE WS-CURRENT-TIMESTAMP TO EL-TIMESTAMP
007150         MOVE "DEADMNT"            TO EL-STEP-NAME
007160         MOVE WS-LOCK-ERR-CODE     TO EL-ERROR-CODE
007170         MOVE WS-LOCK-MESSAGE      TO EL-ERROR-MESSAGE
007180         WRITE ERROR-LOG-RECORD
007190         CLOSE ERROR-LOG-FILE
007200     END-IF
007210     OPEN EXTEND ALERTS-FILE
007220     IF WS-ALERTS-STATUS NOT = "00"
007230         OPEN OUTPUT ALERTS-FILE
007240     END-IF
007250     IF WS-ALERTS-STATUS = "00"
007260         MOVE SPACES               TO ALERTS-RECORD
007270         MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
007280         IF WS-LOCK-ERR-CODE = 9093
007290             MOVE 3                TO AL-SEVERITY
007300             MOVE "INFOLOG"        TO AL-DESTINATION
007310         ELSE
007320             MOVE 2                TO AL-SEVERITY
007330             MOVE "OPERATIONS"     TO AL-DESTINATION
007340         END-IF
007350         MOVE WS-LOCK-ERR-CODE     TO AL-ERROR-CODE
007360         MOVE "DEADMNT"            TO AL-STEP-NAME
007370         MOVE WS-LOCK-MESSAGE      TO AL-MESSAGE
007380         WRITE ALERTS-RECORD
007390         CLOSE ALERTS-FILE
007400     END-IF
007410     DISPLAY "DEADMNT: ERROR " WS-LOCK-ERR-CODE ": "
007420             WS-LOCK-MESSAGE.
007430 1440-EXIT.
007440     EXIT.
007450
007460*================================================================
007470*    2000-PROCESS-TRANSACTIONS - READ-AHEAD DRIVER LOOP
007480*================================================================
007490 2000-PROCESS-TRANSACTIONS.
007500     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
007510     PERFORM 2010-DISPATCH-TRANSACTION THRU 2010-EXIT
007520         UNTIL WS-TRAN-EOF.
007530 2000-EXIT.
007540     EXIT.
007550
007560 2010-DISPATCH-TRANSACTION.
007570     IF DEAD-TRAN-RECORD = SPACES
007580         OR DT-ACTION (1:1) = "*"
007590         PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
007600         GO TO 2010-EXIT
007610     END-IF
007620     ADD 1 TO WS-TRAN-COUNT
007630     MOVE DT-ACTION     TO WS-CUR-ACTION
007640     MOVE DT-IMAGE-PATH TO WS-CUR-PATH
007650     IF DT-USER-ID = SPACES
007660         MOVE "*MISSING" TO WS-CUR-USER
007670     ELSE
007680         MOVE DT-USER-ID TO WS-CUR-USER
007690     END-IF
007700     MOVE SPACES TO WS-REJECT-MESSAGE
007710     MOVE ZERO   TO WS-TOUCHED-COUNT
007720     EVALUATE WS-CUR-ACTION
007730         WHEN "LIST"
007740             PERFORM 2100-APPLY-LIST THRU 2100-EXIT
007750         WHEN "REQUEUE"
007760             PERFORM 2200-APPLY-REQUEUE THRU 2200-EXIT
007770         WHEN "PURGE"
007780             PERFORM 2300-APPLY-PURGE THRU 2300-EXIT
007790         WHEN OTHER
007800             MOVE "UNKNOWN ACTION" TO WS-REJECT-MESSAGE
007810             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
007820     END-EVALUATE
007830     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
007840 2010-EXIT.
007850     EXIT.
007860
007870*================================================================
007880*    2100-APPLY-LIST - EVERY LIVE ENTRY (OR JUST THE NAMED ONE)
007890*    TO THE DEADLST REPORT WITH ITS COMPLETION CODE, ATTEMPT
007900*    COUNT AND THE RUN THAT DEAD-LETTERED IT
007910*================================================================
007920 2100-APPLY-LIST.
007930     MOVE ZERO TO WS-LISTED-COUNT
007940     PERFORM 2110-LIST-ONE-ENTRY THRU 2110-EXIT
007950         VARYING WS-DEAD-SUB FROM 1 BY 1
007960         UNTIL WS-DEAD-SUB > WS-DEAD-COUNT
007970     IF WS-LISTED-COUNT = ZERO
007980         MOVE "NO DEAD LETTER ENTRIES ON FILE" TO WS-LIST-LINE
007990         WRITE DEAD-LIST-RECORD FROM WS-LIST-LINE
008000     END-IF
008010     MOVE WS-LISTED-COUNT TO WS-TOUCHED-COUNT
008020     PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT.
008030 2100-EXIT.
008040     EXIT.
008050
008060 2110-LIST-ONE-ENTRY.
008070     IF WD-DISPOSITION (WS-DEAD-SUB) NOT = SPACE
008080         GO TO 2110-EXIT
008090     END-IF
008100     IF WS-CUR-PATH NOT = SPACES
008110         AND WS-CUR-PATH NOT = "*"
008120         AND WD-IMAGE-PATH (WS-DEAD-SUB) NOT = WS-CUR-PATH
008130         GO TO 2110-EXIT
008140     END-IF
008150     MOVE SPACES TO WS-LIST-LINE
008160     STRING WD-IMAGE-PATH (WS-DEAD-SUB) (1:46)
008170                                        DELIMITED BY SIZE
008180            " "                         DELIMITED BY SIZE
008190            WD-OUTPUT-NAME (WS-DEAD-SUB) (1:28)
008200                                        DELIMITED BY SIZE
008210            " "                         DELIMITED BY SIZE
008220            WD-PROFILE-NAME (WS-DEAD-SUB)
008230                                        DELIMITED BY SIZE
008240            " CC "                      DELIMITED BY SIZE
008250            WD-COMPLETION-CODE (WS-DEAD-SUB)
008260                                        DELIMITED BY SIZE
008270            " ATTEMPTS "                DELIMITED BY SIZE
008280            WD-ATTEMPT-COUNT (WS-DEAD-SUB)
008290                                        DELIMITED BY SIZE
008300            " RUN "                     DELIMITED BY SIZE
008310            WD-RUN-ID (WS-DEAD-SUB)     DELIMITED BY SIZE
008320            INTO WS-LIST-LINE
008330     WRITE DEAD-LIST-RECORD FROM WS-LIST-LINE
008340     ADD 1 TO WS-LISTED-COUNT.
008350 2110-EXIT.
008360     EXIT.
008370
008380*================================================================
008390*    2200-APPLY-REQUEUE - WRITE THE ENTRY (OR EVERY ENTRY) BACK
008400*    TO THE MANIFEST AS A FRESH RECORD AND DROP IT FROM THE
008410*    DEAD LETTER FILE
008420*================================================================
008430 2200-APPLY-REQUEUE.
008440     IF WS-TABLE-OVERFLOW
008450         MOVE "MORE THAN 500 DEAD ENTRIES" TO WS-REJECT-MESSAGE
008460         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008470         GO TO 2200-EXIT
008480     END-IF
008490     PERFORM 2210-REQUEUE-ONE-ENTRY THRU 2210-EXIT
008500         VARYING WS-DEAD-SUB FROM 1 BY 1
008510         UNTIL WS-DEAD-SUB > WS-DEAD-COUNT
008520     IF WS-MANIFEST-FAILED
008530         MOVE "MANIFEST NOT WRITABLE" TO WS-REJECT-MESSAGE
008540         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008550         GO TO 2200-EXIT
008560     END-IF
008570     IF WS-TOUCHED-COUNT = ZERO
008580         MOVE "NO MATCHING DEAD ENTRY" TO WS-REJECT-MESSAGE
008590         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
008600         GO TO 2200-EXIT
008610     END-IF
008620     ADD WS-TOUCHED-COUNT TO WS-REQUEUED-COUNT
008630     SET WS-FILE-CHANGED TO TRUE
008640     PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT.
008650 2200-EXIT.
008660     EXIT.
008670
008680 2210-REQUEUE-ONE-ENTRY.
008690     IF WD-DISPOSITION (WS-DEAD-SUB) NOT = SPACE
008700         GO TO 2210-EXIT
008710     END-IF
008720     IF WS-CUR-PATH NOT = SPACES
008730         AND WS-CUR-PATH NOT = "*"
008740         AND WD-IMAGE-PATH (WS-DEAD-SUB) NOT = WS-CUR-PATH
008750         GO TO 2210-EXIT
008760     END-IF
008770     PERFORM 2250-OPEN-MANIFEST THRU 2250-EXIT
008780     IF WS-MANIFEST-FAILED
008790         GO TO 2210-EXIT
008800     END-IF
008810     MOVE SPACES TO MANIFEST-RECORD
008820     MOVE WD-IMAGE-PATH (WS-DEAD-SUB)  TO MF-IMAGE-PATH
008830     MOVE WD-OUTPUT-NAME (WS-DEAD-SUB) TO MF-OUTPUT-NAME
008840     MOVE WD-PROFILE-NAME (WS-DEAD-SUB) TO MF-PROFILE-NAME
008850     WRITE MANIFEST-RECORD
008860     MOVE "R" TO WD-DISPOSITION (WS-DEAD-SUB)
008870     ADD 1 TO WS-TOUCHED-COUNT.
008880 2210-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------------
008920*    2250 - OPEN THE MANIFEST FOR APPEND ON FIRST USE, THE SAME
008930*    CREATE-ON-FIRST-USE WAY MAIN OPENS ITS LOG FILES
008940*----------------------------------------------------------------
008950 2250-OPEN-MANIFEST.
008960     IF WS-MANIFEST-OPENED OR WS-MANIFEST-FAILED
008970         GO TO 2250-EXIT
008980     END-IF
008990     OPEN EXTEND MANIFEST-FILE
009000     IF WS-MANIFEST-STATUS NOT = "00"
009010         OPEN OUTPUT MANIFEST-FILE
009020     END-IF
009030     IF WS-MANIFEST-STATUS = "00"
009040         SET WS-MANIFEST-OPENED TO TRUE
009050     ELSE
009060         SET WS-MANIFEST-FAILED TO TRUE
009070         DISPLAY "DEADMNT: CANNOT OPEN MANIFEST, STATUS "
009080                 WS-MANIFEST-STATUS
009090     END-IF.
009100 2250-EXIT.
009110     EXIT.
009120
009130*================================================================
009140*    2300-APPLY-PURGE - DROP THE ENTRY (OR EVERY ENTRY) FROM
009150*    THE DEAD LETTER FILE, AUDITED UNDER THE SUBMITTING USER
009160*================================================================
009170 2300-APPLY-PURGE.
009180     IF WS-TABLE-OVERFLOW
009190         MOVE "MORE THAN 500 DEAD ENTRIES" TO WS-REJECT-MESSAGE
009200         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009210         GO TO 2300-EXIT
009220     END-IF
009230     PERFORM 2310-PURGE-ONE-ENTRY THRU 2310-EXIT
009240         VARYING WS-DEAD-SUB FROM 1 BY 1
009250         UNTIL WS-DEAD-SUB > WS-DEAD-COUNT
009260     IF WS-TOUCHED-COUNT = ZERO
009270         MOVE "NO MATCHING DEAD ENTRY" TO WS-REJECT-MESSAGE
009280         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
009290         GO TO 2300-EXIT
009300     END-IF
009310     ADD WS-TOUCHED-COUNT TO WS-PURGED-COUNT
009320     SET WS-FILE-CHANGED TO TRUE
009330     PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT.
009340 2300-EXIT.
009350     EXIT.
009360
009370 2310-PURGE-ONE-ENTRY.
009380     IF WD-DISPOSITION (WS-DEAD-SUB) NOT = SPACE
009390         GO TO 2310-EXIT
009400     END-IF
009410     IF WS-CUR-PATH NOT = SPACES
009420         AND WS-CUR-PATH NOT = "*"
009430         AND WD-IMAGE-PATH (WS-DEAD-SUB) NOT = WS-CUR-PATH
009440         GO TO 2310-EXIT
009450     END-IF
009460     MOVE "P" TO WD-DISPOSITION (WS-DEAD-SUB)
009470     ADD 1 TO WS-TOUCHED-COUNT.
009480 2310-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------------
009520*    2700/2800 - CLOSE OUT ONE TRANSACTION, EITHER WAY WITH AN
009530*    AUDIT RECORD SO THE TRAIL IS COMPLETE
009540*----------------------------------------------------------------
009550 2700-ACCEPT-TRANSACTION.
009560     MOVE "APPLIED " TO WS-CUR-RESULT
009570     ADD 1 TO WS-APPLIED-COUNT
009580     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
009590 2700-EXIT.
009600     EXIT.
009610
009620 2800-REJECT-TRANSACTION.
009630     MOVE "REJECTED" TO WS-CUR-RESULT
009640     ADD 1 TO WS-REJECTED-COUNT
009650     DISPLAY "DEADMNT: " WS-CUR-ACTION " REJECTED - "
009660             WS-REJECT-MESSAGE
009670     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
009680 2800-EXIT.
009690     EXIT.
009700
009710 2900-READ-TRANSACTION.
009720     READ DEAD-TRAN-FILE
009730         AT END
009740             MOVE "Y" TO WS-TRAN-EOF-SW
009750     END-READ.
009760 2900-EXIT.
009770     EXIT.
009780
009790*================================================================
009800*    5000-REWRITE-DEAD-LETTERS - WRITE THE SURVIVORS BACK OVER
009810*    DEADLTR.  LEFT ALONE WHEN NOTHING CHANGED, AND NEVER
009820*    REWRITTEN AFTER A TABLE OVERFLOW SO ENTRIES BEYOND THE
009830*    LIMIT ARE NEVER THROWN AWAY.
009840*================================================================
009850 5000-REWRITE-DEAD-LETTERS.
009860     IF NOT WS-FILE-CHANGED
009870         GO TO 5000-EXIT
009880     END-IF
009890     IF WS-TABLE-OVERFLOW
009900         DISPLAY "DEADMNT: MORE THAN 500 DEADLTR ROWS - FILE "
009910                 "LEFT UNCHANGED"
009920         GO TO 5000-EXIT
009930     END-IF
009940     OPEN OUTPUT DEAD-LETTER-FILE
009950     IF WS-DEADLTR-STATUS NOT = "00"
009960         DISPLAY "DEADMNT: CANNOT REWRITE DEADLTR, STATUS "
009970                 WS-DEADLTR-STATUS
009980         GO TO 5000-EXIT
009990     END-IF
010000     PERFORM 5100-WRITE-ONE-SURVIVOR THRU 5100-EXIT
010010         VARYING WS-DEAD-SUB FROM 1 BY 1
010020         UNTIL WS-DEAD-SUB > WS-DEAD-COUNT
010030     CLOSE DEAD-LETTER-FILE.
010040 5000-EXIT.
010050     EXIT.
010060
010070 5100-WRITE-ONE-SURVIVOR.
010080     IF WD-DISPOSITION (WS-DEAD-SUB) NOT = SPACE
010090         GO TO 5100-EXIT
010100     END-IF
010110     MOVE SPACES TO DEAD-LETTER-RECORD
010120     MOVE WD-IMAGE-PATH (WS-DEAD-SUB)  TO DL-IMAGE-PATH
010130     MOVE WD-OUTPUT-NAME (WS-DEAD-SUB) TO DL-OUTPUT-NAME
010140     MOVE WD-COMPLETION-CODE (WS-DEAD-SUB)
010150         TO DL-COMPLETION-CODE
010160     MOVE WD-ATTEMPT-COUNT (WS-DEAD-SUB) TO DL-ATTEMPT-COUNT
010170     MOVE WD-RUN-ID (WS-DEAD-SUB)        TO DL-RUN-ID
010180     MOVE WD-DEAD-TIMESTAMP (WS-DEAD-SUB) TO DL-TIMESTAMP
010190     MOVE WD-PROFILE-NAME (WS-DEAD-SUB)   TO DL-PROFILE-NAME
010200     WRITE DEAD-LETTER-RECORD
010210     ADD 1 TO WS-SURVIVOR-COUNT.
010220 5100-EXIT.
010230     EXIT.
010240
010250*================================================================
010260*    6000-WRITE-AUDIT-RECORD - ONE DEADAUD ROW PER TRANSACTION
010270*================================================================
010280 6000-WRITE-AUDIT-RECORD.
010290     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
010300     MOVE SPACES               TO DEAD-AUDIT-RECORD
010310     MOVE WS-CURRENT-TIMESTAMP TO DA-TIMESTAMP
010320     MOVE WS-CUR-USER          TO DA-USER-ID
010330     MOVE WS-CUR-ACTION        TO DA-ACTION
010340     MOVE WS-TOUCHED-COUNT     TO DA-ENTRY-COUNT
010350     MOVE WS-CUR-RESULT        TO DA-RESULT
010360     MOVE WS-CUR-PATH          TO DA-IMAGE-PATH
010370     MOVE WS-REJECT-MESSAGE    TO DA-MESSAGE
010380     WRITE DEAD-AUDIT-RECORD.
010390 6000-EXIT.
010400     EXIT.
010410
010420 1650-BUILD-TIMESTAMP.
010430     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
010440     ACCEPT WS-TS-TIME FROM TIME
010450     STRING WS-TS-DATE   DELIMITED BY SIZE
010460            "-"          DELIMITED BY SIZE
010470            WS-TS-TIME   DELIMITED BY SIZE
010480            INTO WS-CURRENT-TIMESTAMP.
010490 1650-EXIT.
010500     EXIT.
010510
010520*================================================================
010530*    9000-FINALIZE - TOTALS, THEN CLOSE EVERYTHING
010540*================================================================
010550 9000-FINALIZE.
010560     DISPLAY "DEADMNT: TRANSACTIONS READ . . : " WS-TRAN-COUNT
010570     DISPLAY "DEADMNT: TRANSACTIONS APPLIED  : "
010580             WS-APPLIED-COUNT
010590     DISPLAY "DEADMNT: TRANSACTIONS REJECTED : "
010600             WS-REJECTED-COUNT
010610     DISPLAY "DEADMNT: ENTRIES REQUEUED  . . : "
010620             WS-REQUEUED-COUNT
010630     DISPLAY "DEADMNT: ENTRIES PURGED  . . . : " WS-PURGED-COUNT
010640     CLOSE DEAD-TRAN-FILE
010650     IF WS-MANIFEST-OPENED
010660         CLOSE MANIFEST-FILE
010670     END-IF
010680     CLOSE DEAD-AUDIT-FILE
010690     CLOSE DEAD-LIST-FILE
010700     PERFORM 9400-RELEASE-RUN-LOCK THRU 9400-EXIT.
010710 9000-EXIT.
010720     EXIT.
010730
010740*----------------------------------------------------------------
010750*    9400 - RELEASE THE RUN LOCK.  EMPTYING THE FILE FREES IT.
010760*----------------------------------------------------------------
010770 9400-RELEASE-RUN-LOCK.
010780     IF NOT WS-RUN-LOCK-HELD
010790         GO TO 9400-EXIT
010800     END-IF
010810     OPEN OUTPUT RUN-LOCK-FILE
010820     IF WS-RUNLOCK-STATUS = "00"
010830         CLOSE RUN-LOCK-FILE
010840     END-IF
010850     MOVE "N" TO WS-RUN-LOCK-HELD-SW.
010860 9400-EXIT.
010870     EXIT.
