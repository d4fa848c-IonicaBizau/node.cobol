000010*================================================================
000020* IDENTIFICATION DIVISION.
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    MSTBKUP.
000060 AUTHOR.        D. OKONKWO.
000070 INSTALLATION.  NODE.COBOL BATCH SERVICES.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130*   2026-10-15  DO   ORIGINAL VERSION - GENERATION BACKUPS AND
000140*                    POINT-IN-TIME RESTORE FOR THE INDEXED MASTER
000150*                    FILES, IN THE SAME SHAPE AS SNIPMNT.  APPLIES
000160*                    BACKUP, VERIFY, RESTORE AND LIST TRANSACTIONS
000170*                    FROM BKUPTRAN.  BACKUP UNLOADS EACH MASTER TO
000180*                    A DATED GENERATION FILE AND CATALOGS ITS
000190*                    RECORD COUNT, CKSUM CHECKSUM AND SIZE IN
000200*                    BKUPCAT, KEEPING THE NUMBER OF GENERATIONS
000210*                    SET IN BKUPCFG.  VERIFY READS A GENERATION
000220*                    END TO END AGAINST ITS CATALOG FIGURES.
000230*                    RESTORE VERIFIES FIRST, THEN RELOADS ONE
000240*                    MASTER OR THE WHOLE SET AND REPORTS THE
000250*                    RECORD COUNTS BEFORE AND AFTER.  BACKUP AND
000260*                    RESTORE ARE REFUSED WHILE THE RUNLOCK SHOWS A
000270*                    RUN IN PROGRESS.  EVERY TRANSACTION IS
000280*                    AUDITED TO BKUPAUD.  HONOURS THE ENVIRONMENT
000290*                    PROFILE FACILITY (ENV= PARM AGAINST ENVPROF).
000300*   2026-10-15  DO   TAKES THE ENVIRONMENT'S RUN LOCK (RUNLOCK)
000310*                    AT START AND RELEASES IT AT FINALIZE, AS
000320*                    MAIN DOES, SO ONLY ONE JOB AT A TIME RUNS
000330*                    IN AN ENVIRONMENT.  A LOCK HELD BY A LIVE
000340*                    PROCESS REFUSES THE JOB (9091); A STALE
000350*                    LOCK REFUSES IT TOO (9092) UNLESS THE PARM
000360*                    INCLUDES CLEARLOCK (9093).  EACH GOES TO
000370*                    ERRLOG AND ALERTS.  THIS REPLACES THE
000380*                    CHECK MADE BEFORE EACH BACKUP AND RESTORE,
000390*                    SO A WHOLE MSTBKUP JOB NOW HOLDS THE LOCK.
000400*   2026-10-15  DO   ADDS THE CONVERSION REQUEST REGISTER,
000410*                    REQMST AND REQIMG, TO THE MASTERS BACKED UP
000420*                    AND RESTORED.
000430*   2026-10-15  DO   A MASTER IS CATALOGED ABSENT ONLY WHEN IT
000440*                    DOES NOT EXIST (STATUS 35).  ANY OTHER OPEN
000450*                    FAILURE CATALOGS IT FAILED, WITH THE STATUS
000460*                    IN THE REPORT, AND THE JOB ENDS WITH RETURN
000470*                    CODE 8.  GENERATIONS ARE NOW PRUNED PER
000480*                    MASTER, AND A GENERATION IS DROPPED ONLY
000490*                    WHEN NONE OF ITS ROWS REMAIN.
000500*   2026-10-15  DO   A JOB REFUSED BY THE RUN LOCK NOW ENDS WITH
000510*                    RETURN CODE 8 SO THE SCHEDULER SEES IT.
000520*                    RUNHIST RECORD LENGTH CORRECTED.  FAILED
000530*                    GENERATIONS ARE SKIPPED WHEN RESOLVING
000540*                    LATEST AND WHEN COUNTING GENERATIONS TO KEEP.
000550*   2026-10-15  DO   A RESTORE THAT DOES NOT COMPLETE NOW ENDS THE
000560*                    JOB WITH RETURN CODE 8, AS A FAILED BACKUP
000570*                    DOES.
000580*   2026-10-15  DO   EVERY PARAGRAPH NOW LEAVES THROUGH ITS OWN
000590*                    EXIT; SHARED CLOSING STEPS ARE PERFORMED.
000600*----------------------------------------------------------------
000610* TRANSACTION FILE LAYOUT (BKUPTRAN, FIXED COLUMNS):
000620*   ACTION     ( 1-  8)  BACKUP / VERIFY / RESTORE / LIST
000630*   GENERATION (10- 26)  YYYYMMDD-HHMMSSCC AS CATALOGED; BLANK OR
000640*                        LATEST MEANS THE NEWEST GENERATION THAT
000650*                        HOLDS THE FILE(S).  NOT USED BY BACKUP;
000660*                        LIMITS LIST TO ONE GENERATION
000670*   MASTER     (28- 35)  CKPTFILE / RUNHIST / SNIPLIB / SNIPVER /
000680*                        SNIPRSLT / SNIPEXP / IMGMST / OUTCAT /
000690*                        REQMST / REQIMG;
000700*                        BLANK OR ALL MEANS EVERY MASTER
000710*   USER ID    (37- 44)  WHO SUBMITTED THE REQUEST
000720*
000730* CONTROL FILE (BKUPCFG): GENERATIONS KEPT (1-3), DEFAULT 5.
000740* THE NUMBER IS KEPT FOR EACH MASTER SEPARATELY.
000750*
000760* GENERATION FILES ARE NAMED <PREFIX><MASTER>.<GENERATION> AND
000770* HOLD THE MASTER'S RECORDS IN KEY ORDER, ONE VARIABLE-LENGTH
000780* RECORD EACH.  A MASTER THAT DID NOT EXIST AT BACKUP TIME IS
000790* CATALOGED AS ABSENT AND IS LEFT ALONE BY A RESTORE.  ONE THAT
000800* EXISTED BUT COULD NOT BE OPENED IS CATALOGED AS FAILED.
000810*----------------------------------------------------------------
000820* Compile this file on its own:
000830*
000840*  $ cobc -x example/mstbkup.cbl
000850*
000860* Then execute the binary file:
000870*
000880*  $ ./mstbkup
000890*----------------------------------------------------------------
000900 ENVIRONMENT DIVISION.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930*----------------------------------------------------------------
000940*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000950*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000960*----------------------------------------------------------------
000970     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-ENVPROF-STATUS.
001000
001010*----------------------------------------------------------------
001020*    BACKUP TRANSACTIONS - SEQUENTIAL INPUT
001030*----------------------------------------------------------------
001040     SELECT BACKUP-TRAN-FILE ASSIGN TO DYNAMIC
001050         WS-BKUPTRAN-FILENAME
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-BKUPTRAN-STATUS.
001080
001090*----------------------------------------------------------------
001100*    BACKUP CONTROL - GENERATIONS TO KEEP
001110*----------------------------------------------------------------
001120     SELECT BACKUP-CONFIG-FILE ASSIGN TO DYNAMIC
001130         WS-BKUPCFG-FILENAME
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-BKUPCFG-STATUS.
001160
001170*----------------------------------------------------------------
001180*    BACKUP CATALOG - ONE ROW PER MASTER PER GENERATION
001190*----------------------------------------------------------------
001200     SELECT BACKUP-CATALOG-FILE ASSIGN TO DYNAMIC
001210         WS-BKUPCAT-FILENAME
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS DYNAMIC
001240         RECORD KEY IS BC-CATALOG-KEY
001250         FILE STATUS IS WS-BKUPCAT-STATUS.
001260
001270*----------------------------------------------------------------
001280*    ONE GENERATION OF ONE MASTER - SEQUENTIAL UNLOAD
001290*----------------------------------------------------------------
001300     SELECT GENERATION-FILE ASSIGN TO DYNAMIC
001310         WS-GEN-FILENAME
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS WS-GEN-STATUS.
001340
001350*----------------------------------------------------------------
001360*    CHECKSUM WORK FILE - ONE LINE LEFT BY THE SHELL CKSUM CALL
001370*----------------------------------------------------------------
001380     SELECT BACKUP-WORK-FILE ASSIGN TO DYNAMIC
001390         WS-BKUPWORK-FILENAME
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-BKUPWORK-STATUS.
001420
001430*----------------------------------------------------------------
001440*    RUN LOCK - ONE JOB AT A TIME PER ENVIRONMENT, AS IN MAIN
001450*----------------------------------------------------------------
001460     SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC
001470         WS-RUNLOCK-FILENAME
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WS-RUNLOCK-STATUS.
001500
001510*----------------------------------------------------------------
001520*    AUDIT TRAIL AND REPORT
001530*----------------------------------------------------------------
001540     SELECT BACKUP-AUDIT-FILE ASSIGN TO DYNAMIC
001550         WS-BKUPAUD-FILENAME
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WS-BKUPAUD-STATUS.
001580
001590     SELECT BACKUP-REPORT-FILE ASSIGN TO DYNAMIC
001600         WS-BKUPRPT-FILENAME
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS WS-BKUPRPT-STATUS.
001630
001640*----------------------------------------------------------------
001650*    THE INDEXED MASTERS.  ONLY ONE IS OPEN AT A TIME, SO THEY
001660*    SHARE ONE STATUS FIELD.
001670*----------------------------------------------------------------
001680     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
001690         WS-CKPT-FILENAME
001700         ORGANIZATION IS INDEXED
001710         ACCESS MODE IS DYNAMIC
001720         RECORD KEY IS CKPT-STEP-NUMBER
001730         FILE STATUS IS WS-MASTER-STATUS.
001740
001750     SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
001760         WS-RUNHIST-FILENAME
001770         ORGANIZATION IS INDEXED
001780         ACCESS MODE IS DYNAMIC
001790         RECORD KEY IS RH-RUN-ID
001800         FILE STATUS IS WS-MASTER-STATUS.
001810
001820     SELECT SNIPPET-LIBRARY-FILE ASSIGN TO DYNAMIC
001830         WS-SNIPLIB-FILENAME
001840         ORGANIZATION IS INDEXED
001850         ACCESS MODE IS DYNAMIC
001860         RECORD KEY IS SL-SNIPPET-KEY
001870         FILE STATUS IS WS-MASTER-STATUS.
001880
001890     SELECT SNIPPET-VERSION-FILE ASSIGN TO DYNAMIC
001900         WS-SNIPVER-FILENAME
001910         ORGANIZATION IS INDEXED
001920         ACCESS MODE IS DYNAMIC
001930         RECORD KEY IS SV-VERSION-KEY
001940         FILE STATUS IS WS-MASTER-STATUS.
001950
001960     SELECT SNIPPET-RESULT-FILE ASSIGN TO DYNAMIC
001970         WS-SNIPRSLT-FILENAME
001980         ORGANIZATION IS INDEXED
001990         ACCESS MODE IS DYNAMIC
002000         RECORD KEY IS SN-RESULT-KEY
002010         FILE STATUS IS WS-MASTER-STATUS.
002020
002030     SELECT SNIPPET-EXPECTED-FILE ASSIGN TO DYNAMIC
002040         WS-SNIPEXP-FILENAME
002050         ORGANIZATION IS INDEXED
002060         ACCESS MODE IS DYNAMIC
002070         RECORD KEY IS SE-SNIPPET-NAME
002080         FILE STATUS IS WS-MASTER-STATUS.
002090
002100     SELECT IMAGE-MASTER-FILE ASSIGN TO DYNAMIC
002110         WS-IMGMST-FILENAME
002120         ORGANIZATION IS INDEXED
002130         ACCESS MODE IS DYNAMIC
002140         RECORD KEY IS IM-IMAGE-PATH
002150         FILE STATUS IS WS-MASTER-STATUS.
002160
002170     SELECT OUTPUT-CATALOG-FILE ASSIGN TO DYNAMIC
002180         WS-OUTCAT-FILENAME
002190         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS DYNAMIC
002210         RECORD KEY IS OC-OUTPUT-NAME
002220         FILE STATUS IS WS-MASTER-STATUS.
002230
002240     SELECT REQUEST-MASTER-FILE ASSIGN TO DYNAMIC
002250         WS-REQMST-FILENAME
002260         ORGANIZATION IS INDEXED
002270         ACCESS MODE IS DYNAMIC
002280         RECORD KEY IS RM-REQUEST-ID
002290         FILE STATUS IS WS-MASTER-STATUS.
002300
002310     SELECT REQUEST-IMAGE-FILE ASSIGN TO DYNAMIC
002320         WS-REQIMG-FILENAME
002330         ORGANIZATION IS INDEXED
002340         ACCESS MODE IS DYNAMIC
002350         RECORD KEY IS RI-IMAGE-KEY
002360         FILE STATUS IS WS-MASTER-STATUS.
002370
002380*----------------------------------------------------------------
002390*    PROCESS ID WORK FILE - ONE LINE LEFT BY THE SHELL
002400*----------------------------------------------------------------
002410     SELECT LOCK-WORK-FILE ASSIGN TO DYNAMIC
002420         WS-LOCKWORK-FILENAME
002430         ORGANIZATION IS LINE SEQUENTIAL
002440         FILE STATUS IS WS-LOCKWORK-STATUS.
002450
002460*----------------------------------------------------------------
002470*    ERROR LOG AND OPERATOR ALERTS - APPENDED TO WHEN THE RUN
002480*    LOCK REFUSES OR CLEARS
002490*----------------------------------------------------------------
002500     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC
002510         WS-ERRLOG-FILENAME
002520         ORGANIZATION IS LINE SEQUENTIAL
002530         FILE STATUS IS WS-ERRLOG-STATUS.
002540
002550     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
002560         WS-ALERTS-FILENAME
002570         ORGANIZATION IS LINE SEQUENTIAL
002580         FILE STATUS IS WS-ALERTS-STATUS.
002590
002600 DATA DIVISION.
002610 FILE SECTION.
002620 FD  ENV-PROFILE-FILE.
002630 01  ENV-PROFILE-RECORD.
002640     05  EV-ENV-NAME                 PIC X(08).
002650     05  FILLER                      PIC X(01).
002660     05  EV-PREFIX                   PIC X(20).
002670
002680 FD  BACKUP-TRAN-FILE.
002690 01  BACKUP-TRAN-RECORD.
002700     05  BT-ACTION                   PIC X(08).
002710     05  FILLER                      PIC X(01).
002720     05  BT-GENERATION               PIC X(17).
002730     05  FILLER                      PIC X(01).
002740     05  BT-MASTER                   PIC X(08).
002750     05  FILLER                      PIC X(01).
002760     05  BT-USER-ID                  PIC X(08).
002770
002780 FD  BACKUP-CONFIG-FILE.
002790 01  BACKUP-CONFIG-RECORD.
002800     05  BK-GENERATIONS-KEPT         PIC 9(03).
002810
002820 FD  BACKUP-CATALOG-FILE.
002830 01  BACKUP-CATALOG-RECORD.
002840     05  BC-CATALOG-KEY.
002850         10  BC-GENERATION           PIC X(17).
002860         10  BC-MASTER               PIC X(08).
002870     05  BC-STATE                    PIC X(08).
002880     05  BC-RECORD-COUNT             PIC 9(09).
002890     05  BC-CHECKSUM                 PIC 9(10).
002900     05  BC-SIZE                     PIC 9(10).
002910     05  BC-TAKEN-BY                 PIC X(08).
002920     05  BC-VERIFIED-AT              PIC X(20).
002930
002940 FD  GENERATION-FILE
002950     RECORD IS VARYING IN SIZE FROM 1 TO 548 CHARACTERS
002960         DEPENDING ON WS-GEN-RECORD-LENGTH.
002970 01  GENERATION-RECORD               PIC X(548).
002980
002990 FD  BACKUP-WORK-FILE.
003000 01  BACKUP-WORK-RECORD.
003010     05  BW-CHECKSUM                 PIC X(10).
003020     05  FILLER                      PIC X(01).
003030     05  BW-SIZE                     PIC X(10).
003040
003050 FD  RUN-LOCK-FILE.
003060 01  RUN-LOCK-RECORD.
003070     05  RL-RUN-ID                   PIC X(16).
003080     05  FILLER                      PIC X(01).
003090     05  RL-PROGRAM                  PIC X(08).
003100     05  FILLER                      PIC X(01).
003110     05  RL-PROCESS-ID               PIC 9(09).
003120     05  FILLER                      PIC X(01).
003130     05  RL-START-TIMESTAMP          PIC X(20).
003140
003150 FD  BACKUP-AUDIT-FILE.
003160 01  BACKUP-AUDIT-RECORD.
003170     05  BA-TIMESTAMP                PIC X(20).
003180     05  FILLER                      PIC X(01)  VALUE SPACE.
003190     05  BA-USER-ID                  PIC X(08).
003200     05  FILLER                      PIC X(01)  VALUE SPACE.
003210     05  BA-ACTION                   PIC X(08).
003220     05  FILLER                      PIC X(01)  VALUE SPACE.
003230     05  BA-GENERATION               PIC X(17).
003240     05  FILLER                      PIC X(01)  VALUE SPACE.
003250     05  BA-MASTER                   PIC X(08).
003260     05  FILLER                      PIC X(01)  VALUE SPACE.
003270     05  BA-RESULT                   PIC X(08).
003280     05  FILLER                      PIC X(01)  VALUE SPACE.
003290     05  BA-MESSAGE                  PIC X(60).
003300
003310 FD  BACKUP-REPORT-FILE.
003320 01  BACKUP-REPORT-RECORD            PIC X(132).
003330
003340*----------------------------------------------------------------
003350*    THE MASTERS ARE COPIED WHOLE, SO ONLY THEIR KEYS ARE NAMED
003360*----------------------------------------------------------------
003370 FD  CHECKPOINT-FILE.
003380 01  CHECKPOINT-RECORD.
003390     05  CKPT-STEP-NUMBER            PIC 9(02).
003400     05  FILLER                      PIC X(41).
003410
003420 FD  RUN-HISTORY-FILE.
003430 01  RUN-HISTORY-RECORD.
003440     05  RH-RUN-ID                   PIC X(16).
003450     05  FILLER                      PIC X(95).
003460
003470 FD  SNIPPET-LIBRARY-FILE.
003480 01  SNIPPET-LIBRARY-RECORD.
003490     05  SL-SNIPPET-KEY              PIC X(11).
003500     05  FILLER                      PIC X(100).
003510
003520 FD  SNIPPET-VERSION-FILE.
003530 01  SNIPPET-VERSION-RECORD.
003540     05  SV-VERSION-KEY              PIC X(14).
003550     05  FILLER                      PIC X(100).
003560
003570 FD  SNIPPET-RESULT-FILE.
003580 01  SNIPPET-RESULT-RECORD.
003590     05  SN-RESULT-KEY               PIC X(24).
003600     05  FILLER                      PIC X(524).
003610
003620 FD  SNIPPET-EXPECTED-FILE.
003630 01  SNIPPET-EXPECTED-RECORD.
003640     05  SE-SNIPPET-NAME             PIC X(08).
003650     05  FILLER                      PIC X(500).
003660
003670 FD  IMAGE-MASTER-FILE.
003680 01  IMAGE-MASTER-RECORD.
003690     05  IM-IMAGE-PATH               PIC X(80).
003700     05  FILLER                      PIC X(40).
003710
003720 FD  OUTPUT-CATALOG-FILE.
003730 01  OUTPUT-CATALOG-RECORD.
003740     05  OC-OUTPUT-NAME              PIC X(40).
003750     05  FILLER                      PIC X(136).
003760
003770 FD  REQUEST-MASTER-FILE.
003780 01  REQUEST-MASTER-RECORD.
003790     05  RM-REQUEST-ID               PIC X(08).
003800     05  FILLER                      PIC X(101).
003810
003820 FD  REQUEST-IMAGE-FILE.
003830 01  REQUEST-IMAGE-RECORD.
003840     05  RI-IMAGE-KEY                PIC X(11).
003850     05  FILLER                      PIC X(152).
003860
003870 FD  LOCK-WORK-FILE.
003880 01  LOCK-WORK-RECORD.
003890     05  LW-PROCESS-ID               PIC 9(10).
003900
003910 FD  ERROR-LOG-FILE.
003920 01  ERROR-LOG-RECORD.
003930     05  EL-TIMESTAMP                PIC X(20).
003940     05  FILLER                      PIC X(01)  VALUE SPACE.
003950     05  EL-STEP-NAME                PIC X(16).
003960     05  FILLER                      PIC X(01)  VALUE SPACE.
003970     05  EL-ERROR-CODE               PIC 9(04).
003980     05  FILLER                      PIC X(01)  VALUE SPACE.
003990     05  EL-SCRIPT-PATH              PIC X(80).
004000     05  FILLER                      PIC X(01)  VALUE SPACE.
004010     05  EL-ERROR-MESSAGE            PIC X(60).
004020     05  FILLER                      PIC X(01)  VALUE SPACE.
004030     05  EL-RUN-ID                   PIC X(16).
004040
004050 FD  ALERTS-FILE.
004060 01  ALERTS-RECORD.
004070     05  AL-TIMESTAMP                PIC X(20).
004080     05  FILLER                      PIC X(01).
004090     05  AL-SEVERITY                 PIC 9(01).
004100     05  FILLER                      PIC X(01).
004110     05  AL-DESTINATION              PIC X(16).
004120     05  FILLER                      PIC X(01).
004130     05  AL-ERROR-CODE               PIC 9(04).
004140     05  FILLER                      PIC X(01).
004150     05  AL-STEP-NAME                PIC X(16).
004160     05  FILLER                      PIC X(01).
004170     05  AL-MESSAGE                  PIC X(60).
004180     05  FILLER                      PIC X(01).
004190     05  AL-RUN-ID                   PIC X(16).
004200
004210 WORKING-STORAGE SECTION.
004220*----------------------------------------------------------------
004230*    FILE STATUS FIELDS
004240*----------------------------------------------------------------
004250 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
004260 01  WS-LOCKWORK-STATUS              PIC X(02)  VALUE "00".
004270 01  WS-ERRLOG-STATUS                PIC X(02)  VALUE "00".
004280 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
004290 01  WS-BKUPTRAN-STATUS              PIC X(02)  VALUE "00".
004300 01  WS-BKUPCFG-STATUS               PIC X(02)  VALUE "00".
004310 01  WS-BKUPCAT-STATUS               PIC X(02)  VALUE "00".
004320 01  WS-GEN-STATUS                   PIC X(02)  VALUE "00".
004330 01  WS-BKUPWORK-STATUS              PIC X(02)  VALUE "00".
004340 01  WS-RUNLOCK-STATUS               PIC X(02)  VALUE "00".
004350 01  WS-BKUPAUD-STATUS               PIC X(02)  VALUE "00".
004360 01  WS-BKUPRPT-STATUS               PIC X(02)  VALUE "00".
004370 01  WS-MASTER-STATUS                PIC X(02)  VALUE "00".
004380
004390*----------------------------------------------------------------
004400*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
004410*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
004420*----------------------------------------------------------------
004430 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
004440 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
004450 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
004460 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
004470 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
004480 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
004490 01  WS-LOCK-TOKEN                   PIC X(12) VALUE SPACES.
004500 01  WS-LOCKWORK-FILENAME            PIC X(80) VALUE "LOCKWORK".
004510 01  WS-ERRLOG-FILENAME              PIC X(80) VALUE "ERRLOG".
004520 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
004530 01  WS-BKUPTRAN-FILENAME            PIC X(80) VALUE "BKUPTRAN".
004540 01  WS-BKUPCFG-FILENAME             PIC X(80) VALUE "BKUPCFG".
004550 01  WS-BKUPCAT-FILENAME             PIC X(80) VALUE "BKUPCAT".
004560 01  WS-BKUPWORK-FILENAME            PIC X(80) VALUE "BKUPWORK".
004570 01  WS-RUNLOCK-FILENAME             PIC X(80) VALUE "RUNLOCK".
004580 01  WS-BKUPAUD-FILENAME             PIC X(80) VALUE "BKUPAUD".
004590 01  WS-BKUPRPT-FILENAME             PIC X(80) VALUE "BKUPRPT".
004600 01  WS-CKPT-FILENAME                PIC X(80) VALUE "CKPTFILE".
004610 01  WS-RUNHIST-FILENAME             PIC X(80) VALUE "RUNHIST".
004620 01  WS-SNIPLIB-FILENAME             PIC X(80) VALUE "SNIPLIB".
004630 01  WS-SNIPVER-FILENAME             PIC X(80) VALUE "SNIPVER".
004640 01  WS-SNIPRSLT-FILENAME            PIC X(80) VALUE "SNIPRSLT".
004650 01  WS-SNIPEXP-FILENAME             PIC X(80) VALUE "SNIPEXP".
004660 01  WS-IMGMST-FILENAME              PIC X(80) VALUE "IMGMST".
004670 01  WS-OUTCAT-FILENAME              PIC X(80) VALUE "OUTCAT".
004680 01  WS-REQMST-FILENAME              PIC X(80) VALUE "REQMST".
004690 01  WS-REQIMG-FILENAME              PIC X(80) VALUE "REQIMG".
004700 01  WS-GEN-FILENAME                 PIC X(80) VALUE SPACES.
004710
004720*----------------------------------------------------------------
004730*    SWITCHES
004740*----------------------------------------------------------------
004750 77  WS-TRAN-EOF-SW                  PIC X(01)  VALUE "N".
004760     88  WS-TRAN-EOF                             VALUE "Y".
004770 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
004780     88  WS-ENVPROF-EOF                          VALUE "Y".
004790 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
004800     88  WS-ENV-FOUND                            VALUE "Y".
004810 77  WS-CLEAR-LOCK-SW                PIC X(01)  VALUE "N".
004820     88  WS-CLEAR-LOCK-REQUESTED                 VALUE "Y".
004830 77  WS-LOCK-FOUND-SW                PIC X(01)  VALUE "N".
004840     88  WS-LOCK-FOUND                           VALUE "Y".
004850 77  WS-LOCK-STALE-SW                PIC X(01)  VALUE "N".
004860     88  WS-LOCK-STALE                           VALUE "Y".
004870 77  WS-RUN-LOCK-HELD-SW             PIC X(01)  VALUE "N".
004880     88  WS-RUN-LOCK-HELD                        VALUE "Y".
004890 77  WS-JOB-REFUSED-SW               PIC X(01)  VALUE "N".
004900     88  WS-JOB-REFUSED                          VALUE "Y".
004910 77  WS-BKUPCAT-AVAILABLE-SW         PIC X(01)  VALUE "N".
004920     88  WS-BKUPCAT-AVAILABLE                    VALUE "Y".
004930 77  WS-CATALOG-EOF-SW               PIC X(01)  VALUE "N".
004940     88  WS-CATALOG-EOF                          VALUE "Y".
004950 77  WS-MASTER-EOF-SW                PIC X(01)  VALUE "N".
004960     88  WS-MASTER-EOF                           VALUE "Y".
004970 77  WS-MASTER-OPEN-SW               PIC X(01)  VALUE "N".
004980     88  WS-MASTER-OPEN                          VALUE "Y".
004990 77  WS-MASTER-ERROR-SW              PIC X(01)  VALUE "N".
005000     88  WS-MASTER-ERROR                         VALUE "Y".
005010 77  WS-GEN-EOF-SW                   PIC X(01)  VALUE "N".
005020     88  WS-GEN-EOF                              VALUE "Y".
005030 77  WS-GEN-ERROR-SW                 PIC X(01)  VALUE "N".
005040     88  WS-GEN-ERROR                            VALUE "Y".
005050 77  WS-CKSUM-FOUND-SW               PIC X(01)  VALUE "N".
005060     88  WS-CKSUM-FOUND                          VALUE "Y".
005070 77  WS-ALL-MASTERS-SW               PIC X(01)  VALUE "N".
005080     88  WS-ALL-MASTERS                          VALUE "Y".
005090 77  WS-TRAN-REJECTED-SW             PIC X(01)  VALUE "N".
005100     88  WS-TRAN-REJECTED                        VALUE "Y".
005110 77  WS-BACKUP-FAILED-SW             PIC X(01)  VALUE "N".
005120     88  WS-BACKUP-FAILED                        VALUE "Y".
005130 77  WS-RESTORE-FAILED-SW            PIC X(01)  VALUE "N".
005140     88  WS-RESTORE-FAILED                       VALUE "Y".
005150 77  WS-USABLE-ONLY-SW               PIC X(01)  VALUE "N".
005160     88  WS-USABLE-ONLY                          VALUE "Y".
005170 77  WS-MATCH-FOUND-SW               PIC X(01)  VALUE "N".
005180     88  WS-MATCH-FOUND                          VALUE "Y".
005190
005200*----------------------------------------------------------------
005210*    COUNTERS AND SUBSCRIPTS
005220*----------------------------------------------------------------
005230 77  WS-TRAN-COUNT                   PIC 9(05)  COMP VALUE ZERO.
005240 77  WS-APPLIED-COUNT                PIC 9(05)  COMP VALUE ZERO.
005250 77  WS-REJECTED-COUNT               PIC 9(05)  COMP VALUE ZERO.
005260 77  WS-MASTER-SUB                   PIC 9(03)  COMP VALUE ZERO.
005270 77  WS-FIRST-MASTER                 PIC 9(03)  COMP VALUE ZERO.
005280 77  WS-LAST-MASTER                  PIC 9(03)  COMP VALUE ZERO.
005290 77  WS-GEN-COUNT                    PIC 9(04)  COMP VALUE ZERO.
005300 77  WS-GEN-SUB                      PIC 9(04)  COMP VALUE ZERO.
005310 77  WS-DROP-COUNT                   PIC 9(04)  COMP VALUE ZERO.
005320 77  WS-FAIL-COUNT                   PIC 9(03)  COMP VALUE ZERO.
005330 77  WS-DONE-COUNT                   PIC 9(03)  COMP VALUE ZERO.
005340 77  WS-GEN-RECORD-LENGTH            PIC 9(04)  COMP VALUE ZERO.
005350 77  WS-BAD-LENGTH-COUNT             PIC 9(09)  COMP VALUE ZERO.
005360 77  WS-RECORD-COUNT                 PIC 9(09)  COMP VALUE ZERO.
005370 77  WS-BEFORE-COUNT                 PIC 9(09)  COMP VALUE ZERO.
005380 77  WS-RESTORED-COUNT               PIC 9(09)  COMP VALUE ZERO.
005390 77  WS-GENERATIONS-KEPT             PIC 9(03)  COMP VALUE 5.
005400
005410*----------------------------------------------------------------
005420*    THE MASTERS IN THE ORDER THEY ARE BACKED UP AND RESTORED,
005430*    WITH THE RECORD LENGTH EACH ONE WRITES
005440*----------------------------------------------------------------
005450 01  WS-MASTER-LIST.
005460     05  FILLER                  PIC X(11) VALUE "CKPTFILE043".
005470     05  FILLER                  PIC X(11) VALUE "RUNHIST 111".
005480     05  FILLER                  PIC X(11) VALUE "SNIPLIB 111".
005490     05  FILLER                  PIC X(11) VALUE "SNIPVER 114".
005500     05  FILLER                  PIC X(11) VALUE "SNIPRSLT548".
005510     05  FILLER                  PIC X(11) VALUE "SNIPEXP 508".
005520     05  FILLER                  PIC X(11) VALUE "IMGMST  120".
005530     05  FILLER                  PIC X(11) VALUE "OUTCAT  176".
005540     05  FILLER                  PIC X(11) VALUE "REQMST  109".
005550     05  FILLER                  PIC X(11) VALUE "REQIMG  163".
005560 01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
005570     05  WS-MASTER-ENTRY OCCURS 10 TIMES.
005580         10  WM-NAME                 PIC X(08).
005590         10  WM-RECORD-LENGTH        PIC 9(03).
005600
005610*----------------------------------------------------------------
005620*    PER-MASTER RESULTS OF THE VERIFY PASS OF A RESTORE:
005630*    R = RESTORE FROM THE GENERATION, S = LEAVE ALONE
005640*----------------------------------------------------------------
005650 01  WS-MEMBER-TABLE.
005660     05  WS-MEMBER-ENTRY OCCURS 10 TIMES.
005670         10  WT-ACTION               PIC X(01).
005680         10  WT-CATALOG-COUNT        PIC 9(09).
005690
005700*----------------------------------------------------------------
005710*    GENERATIONS IN THE CATALOG, OLDEST FIRST
005720*----------------------------------------------------------------
005730 01  WS-GEN-TABLE.
005740     05  WS-GEN-ENTRY                PIC X(17) OCCURS 999 TIMES.
005750 01  WS-OLDEST-KEPT-GEN              PIC X(17) VALUE SPACES.
005760 01  WS-PRUNE-SAVED-MASTER           PIC X(08) VALUE SPACES.
005770
005780*----------------------------------------------------------------
005790*    CURRENT TRANSACTION
005800*----------------------------------------------------------------
005810 01  WS-CUR-ACTION                   PIC X(08) VALUE SPACES.
005820 01  WS-CUR-GENERATION               PIC X(17) VALUE SPACES.
005830 01  WS-CUR-MASTER                   PIC X(08) VALUE SPACES.
005840 01  WS-CUR-USER                     PIC X(08) VALUE SPACES.
005850 01  WS-CUR-RESULT                   PIC X(08) VALUE SPACES.
005860 01  WS-REJECT-MESSAGE               PIC X(60) VALUE SPACES.
005870 01  WS-MEMBER-RESULT                PIC X(40) VALUE SPACES.
005880
005890*----------------------------------------------------------------
005900*    RECORD BUFFER, CHECKSUM AND SHELL COMMAND WORK AREAS
005910*----------------------------------------------------------------
005920 01  WS-MASTER-BUFFER                PIC X(548) VALUE SPACES.
005930 01  WS-CKSUM-VALUE                  PIC 9(10) VALUE ZERO.
005940 01  WS-CKSUM-SIZE                   PIC 9(10) VALUE ZERO.
005950 01  WS-SHELL-COMMAND                PIC X(300) VALUE SPACES.
005960 01  WS-EDIT-COUNT-1                 PIC Z(04)9 VALUE ZERO.
005970 01  WS-EDIT-COUNT-2                 PIC Z(04)9 VALUE ZERO.
005980 01  WS-EDIT-COUNT-3                 PIC Z(04)9 VALUE ZERO.
005990
006000*----------------------------------------------------------------
006010*    TIMESTAMP WORK AREA
006020*----------------------------------------------------------------
006030 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
006040 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
006050 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
006060
006070*----------------------------------------------------------------
006080*    REPORT LINES
006090*----------------------------------------------------------------
006100 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
006110 01  WS-MEMBER-LINE.
006120     05  FILLER                      PIC X(02) VALUE SPACES.
006130     05  ML-MASTER                   PIC X(08).
006140     05  FILLER                      PIC X(02) VALUE SPACES.
006150     05  ML-LABEL-1                  PIC X(08).
006160     05  ML-COUNT-1                  PIC Z(09)9.
006170     05  FILLER                      PIC X(02) VALUE SPACES.
006180     05  ML-LABEL-2                  PIC X(08).
006190     05  ML-COUNT-2                  PIC Z(09)9.
006200     05  FILLER                      PIC X(02) VALUE SPACES.
006210     05  ML-LABEL-3                  PIC X(08).
006220     05  ML-COUNT-3                  PIC Z(09)9.
006230     05  FILLER                      PIC X(02) VALUE SPACES.
006240     05  ML-LABEL-4                  PIC X(08).
006250     05  ML-COUNT-4                  PIC Z(09)9.
006260     05  FILLER                      PIC X(02) VALUE SPACES.
006270     05  ML-RESULT                   PIC X(40).
006280 01  WS-CATALOG-LINE.
006290     05  FILLER                      PIC X(02) VALUE SPACES.
006300     05  CL-GENERATION               PIC X(17).
006310     05  FILLER                      PIC X(02) VALUE SPACES.
006320     05  CL-MASTER                   PIC X(08).
006330     05  FILLER                      PIC X(02) VALUE SPACES.
006340     05  CL-STATE                    PIC X(08).
006350     05  FILLER                      PIC X(02) VALUE SPACES.
006360     05  CL-RECORD-COUNT             PIC Z(08)9.
006370     05  FILLER                      PIC X(02) VALUE SPACES.
006380     05  CL-CHECKSUM                 PIC 9(10).
006390     05  FILLER                      PIC X(02) VALUE SPACES.
006400     05  CL-SIZE                     PIC Z(09)9.
006410     05  FILLER                      PIC X(02) VALUE SPACES.
006420     05  CL-TAKEN-BY                 PIC X(08).
006430     05  FILLER                      PIC X(02) VALUE SPACES.
006440     05  CL-VERIFIED-AT              PIC X(20).
006450
006460*----------------------------------------------------------------
006470*    RUN LOCK WORK FIELDS.  THIS JOB'S LOCK ID IS ITS START
006480*    DATE AND TIME, IN THE SHAPE OF A MAIN RUN ID.
006490*----------------------------------------------------------------
006500 01  WS-JOB-ID                       PIC X(16) VALUE SPACES.
006510 01  WS-JOB-START-TIMESTAMP          PIC X(20) VALUE SPACES.
006520 01  WS-OWN-PID                      PIC 9(09) VALUE ZERO.
006530 01  WS-LOCK-HOLDER                  PIC X(60) VALUE SPACES.
006540 01  WS-LOCK-MESSAGE                 PIC X(60) VALUE SPACES.
006550 01  WS-LOCK-ERR-CODE                PIC 9(04) VALUE ZERO.
006560 01  WS-LOCK-COMMAND                 PIC X(120) VALUE SPACES.
006570
006580 PROCEDURE DIVISION.
006590*================================================================
006600*    0000-MAINLINE
006610*================================================================
006620 0000-MAINLINE.
006630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006640     IF WS-JOB-REFUSED
006650         MOVE 8 TO RETURN-CODE
006660         STOP RUN
006670     END-IF
006680     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
006690     PERFORM 9000-FINALIZE THRU 9000-EXIT
006700     STOP RUN.
006710
006720*================================================================
006730*    1000-INITIALIZE - OPEN ALL FILES, LOAD THE CONTROL RECORD
006740*================================================================
006750 1000-INITIALIZE.
006760     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
006770     PERFORM 1400-TAKE-RUN-LOCK THRU 1400-EXIT
006780     IF WS-JOB-REFUSED
006790         GO TO 1000-EXIT
006800     END-IF
006810     OPEN INPUT BACKUP-TRAN-FILE
006820     IF WS-BKUPTRAN-STATUS NOT = "00"
006830         DISPLAY "MSTBKUP: BKUPTRAN FILE NOT FOUND - NOTHING "
006840                 "TO DO"
006850         MOVE "Y" TO WS-TRAN-EOF-SW
006860     END-IF
006870     PERFORM 1100-LOAD-BACKUP-CONFIG THRU 1100-EXIT
006880     PERFORM 1200-OPEN-BACKUP-CATALOG THRU 1200-EXIT
006890     OPEN EXTEND BACKUP-AUDIT-FILE
006900     IF WS-BKUPAUD-STATUS NOT = "00"
006910         OPEN OUTPUT BACKUP-AUDIT-FILE
006920     END-IF
006930     OPEN OUTPUT BACKUP-REPORT-FILE
006940     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
006950     MOVE SPACES TO WS-REPORT-LINE
006960     STRING "MASTER FILE BACKUP AND RESTORE  " DELIMITED BY SIZE
006970            WS-CURRENT-TIMESTAMP               DELIMITED BY SIZE
006980            INTO WS-REPORT-LINE
006990     IF WS-ENV-NAME NOT = SPACES
007000         MOVE "ENVIRONMENT"        TO WS-REPORT-LINE (57:11)
007010         MOVE WS-ENV-NAME          TO WS-REPORT-LINE (69:8)
007020     END-IF
007030     PERFORM 5900-PUT-LINE THRU 5900-EXIT
007040     MOVE WS-GENERATIONS-KEPT TO WS-EDIT-COUNT-1
007050     MOVE SPACES TO WS-REPORT-LINE
007060     STRING "GENERATIONS KEPT: " DELIMITED BY SIZE
007070            WS-EDIT-COUNT-1      DELIMITED BY SIZE
007080            INTO WS-REPORT-LINE
007090     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007100 1000-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
007150*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
007160*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
007170*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
007180*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.  THE
007190*    GENERATION FILES CARRY THE SAME PREFIX.
007200*    A CLEARLOCK PARM, BEFORE OR AFTER ENV=, LETS 1400 CLEAR A
007210*    STALE RUN LOCK.
007220*----------------------------------------------------------------
007230 1010-RESOLVE-ENVIRONMENT.
007240     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
007250     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
007260         INTO WS-ENV-TOKEN, WS-LOCK-TOKEN
007270     END-UNSTRING
007280     IF WS-ENV-TOKEN = "CLEARLOCK" OR WS-LOCK-TOKEN = "CLEARLOCK"
007290         SET WS-CLEAR-LOCK-REQUESTED TO TRUE
007300     END-IF
007310     IF WS-LOCK-TOKEN (1:4) = "ENV="
007320         MOVE WS-LOCK-TOKEN TO WS-ENV-TOKEN
007330     END-IF
007340     IF WS-ENV-TOKEN (1:4) = "ENV="
007350         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
007360         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
007370     END-IF
007380     MOVE "BKUPTRAN" TO WS-BASE-FILENAME
007390     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007400     MOVE WS-BUILT-FILENAME TO WS-BKUPTRAN-FILENAME
007410     MOVE "BKUPCFG" TO WS-BASE-FILENAME
007420     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007430     MOVE WS-BUILT-FILENAME TO WS-BKUPCFG-FILENAME
007440     MOVE "BKUPCAT" TO WS-BASE-FILENAME
007450     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007460     MOVE WS-BUILT-FILENAME TO WS-BKUPCAT-FILENAME
007470     MOVE "BKUPWORK" TO WS-BASE-FILENAME
007480     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007490     MOVE WS-BUILT-FILENAME TO WS-BKUPWORK-FILENAME
007500     MOVE "RUNLOCK" TO WS-BASE-FILENAME
007510     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007520     MOVE WS-BUILT-FILENAME TO WS-RUNLOCK-FILENAME
007530     MOVE "BKUPAUD" TO WS-BASE-FILENAME
007540     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007550     MOVE WS-BUILT-FILENAME TO WS-BKUPAUD-FILENAME
007560     MOVE "BKUPRPT" TO WS-BASE-FILENAME
007570     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007580     MOVE WS-BUILT-FILENAME TO WS-BKUPRPT-FILENAME
007590     MOVE "CKPTFILE" TO WS-BASE-FILENAME
007600     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007610     MOVE WS-BUILT-FILENAME TO WS-CKPT-FILENAME
007620     MOVE "RUNHIST" TO WS-BASE-FILENAME
007630     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007640     MOVE WS-BUILT-FILENAME TO WS-RUNHIST-FILENAME
007650     MOVE "SNIPLIB" TO WS-BASE-FILENAME
007660     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007670     MOVE WS-BUILT-FILENAME TO WS-SNIPLIB-FILENAME
007680     MOVE "SNIPVER" TO WS-BASE-FILENAME
007690     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007700     MOVE WS-BUILT-FILENAME TO WS-SNIPVER-FILENAME
007710     MOVE "SNIPRSLT" TO WS-BASE-FILENAME
007720     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007730     MOVE WS-BUILT-FILENAME TO WS-SNIPRSLT-FILENAME
007740     MOVE "SNIPEXP" TO WS-BASE-FILENAME
007750     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007760     MOVE WS-BUILT-FILENAME TO WS-SNIPEXP-FILENAME
007770     MOVE "IMGMST" TO WS-BASE-FILENAME
007780     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007790     MOVE WS-BUILT-FILENAME TO WS-IMGMST-FILENAME
007800     MOVE "OUTCAT" TO WS-BASE-FILENAME
007810     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007820     MOVE WS-BUILT-FILENAME TO WS-OUTCAT-FILENAME
007830     MOVE "REQMST" TO WS-BASE-FILENAME
007840     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007850     MOVE WS-BUILT-FILENAME TO WS-REQMST-FILENAME
007860     MOVE "REQIMG" TO WS-BASE-FILENAME
007870     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007880     MOVE WS-BUILT-FILENAME TO WS-REQIMG-FILENAME
007890     MOVE "LOCKWORK" TO WS-BASE-FILENAME
007900     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007910     MOVE WS-BUILT-FILENAME TO WS-LOCKWORK-FILENAME
007920     MOVE "ERRLOG" TO WS-BASE-FILENAME
007930     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007940     MOVE WS-BUILT-FILENAME TO WS-ERRLOG-FILENAME
007950     MOVE "ALERTS" TO WS-BASE-FILENAME
007960     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
007970     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME.
007980 1010-EXIT.
007990     EXIT.
008000
008010 1020-LOAD-ENV-PROFILE.
008020     MOVE "N" TO WS-ENV-FOUND-SW
008030     MOVE "N" TO WS-ENVPROF-EOF-SW
008040     OPEN INPUT ENV-PROFILE-FILE
008050     IF WS-ENVPROF-STATUS NOT = "00"
008060         MOVE "Y" TO WS-ENVPROF-EOF-SW
008070     END-IF
008080     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
008090         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
008100     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
008110         CLOSE ENV-PROFILE-FILE
008120     END-IF
008130     IF WS-ENV-FOUND
008140         DISPLAY "MSTBKUP: ENVIRONMENT " WS-ENV-NAME
008150                 " - FILE PREFIX " WS-ENV-PREFIX
008160     ELSE
008170         MOVE SPACES TO WS-ENV-PREFIX
008180         STRING WS-ENV-NAME DELIMITED BY SPACE
008190                "."         DELIMITED BY SIZE
008200                INTO WS-ENV-PREFIX
008210         DISPLAY "MSTBKUP: ENVIRONMENT " WS-ENV-NAME
008220                 " NOT IN ENVPROF - USING PREFIX "
008230                 WS-ENV-PREFIX
008240     END-IF.
008250 1020-EXIT.
008260     EXIT.
008270
008280 1030-READ-ONE-PROFILE.
008290     READ ENV-PROFILE-FILE
008300         AT END
008310             MOVE "Y" TO WS-ENVPROF-EOF-SW
008320     END-READ
008330     IF WS-ENVPROF-EOF
008340         GO TO 1030-EXIT
008350     END-IF
008360     IF ENV-PROFILE-RECORD = SPACES
008370         OR EV-ENV-NAME (1:1) = "*"
008380         GO TO 1030-EXIT
008390     END-IF
008400     IF EV-ENV-NAME = WS-ENV-NAME
008410         SET WS-ENV-FOUND TO TRUE
008420         MOVE EV-PREFIX TO WS-ENV-PREFIX
008430     END-IF.
008440 1030-EXIT.
008450     EXIT.
008460
008470 1050-BUILD-ONE-FILENAME.
008480     MOVE SPACES TO WS-BUILT-FILENAME
008490     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
008500            WS-BASE-FILENAME DELIMITED BY SPACE
008510            INTO WS-BUILT-FILENAME.
008520 1050-EXIT.
008530     EXIT.
008540
008550*----------------------------------------------------------------
008560*    1100 - GENERATIONS TO KEEP, COLUMNS 1-3 OF BKUPCFG.  A
008570*    MISSING FILE OR A VALUE THAT IS NOT A POSITIVE NUMBER
008580*    KEEPS THE DEFAULT OF 5.
008590*----------------------------------------------------------------
008600 1100-LOAD-BACKUP-CONFIG.
008610     MOVE 5 TO WS-GENERATIONS-KEPT
008620     OPEN INPUT BACKUP-CONFIG-FILE
008630     IF WS-BKUPCFG-STATUS NOT = "00"
008640         GO TO 1100-EXIT
008650     END-IF
008660     READ BACKUP-CONFIG-FILE
008670         AT END CONTINUE
008680     END-READ
008690     IF WS-BKUPCFG-STATUS = "00"
008700         AND BK-GENERATIONS-KEPT IS NUMERIC
008710         AND BK-GENERATIONS-KEPT > ZERO
008720         MOVE BK-GENERATIONS-KEPT TO WS-GENERATIONS-KEPT
008730     END-IF
008740     CLOSE BACKUP-CONFIG-FILE.
008750 1100-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------------
008790*    1200 - OPEN THE CATALOG FOR UPDATE, CREATING IT ON FIRST
008800*    USE THE SAME WAY MAIN CREATES ITS CHECKPOINT FILE
008810*----------------------------------------------------------------
008820 1200-OPEN-BACKUP-CATALOG.
008830     SET WS-BKUPCAT-AVAILABLE TO TRUE
008840     OPEN I-O BACKUP-CATALOG-FILE
008850     IF WS-BKUPCAT-STATUS NOT = "00"
008860         OPEN OUTPUT BACKUP-CATALOG-FILE
008870         IF WS-BKUPCAT-STATUS = "00"
008880             CLOSE BACKUP-CATALOG-FILE
008890             OPEN I-O BACKUP-CATALOG-FILE
008900         END-IF
008910     END-IF
008920     IF WS-BKUPCAT-STATUS NOT = "00"
008930         MOVE "N" TO WS-BKUPCAT-AVAILABLE-SW
008940         DISPLAY "MSTBKUP: BKUPCAT UNAVAILABLE, STATUS "
008950                 WS-BKUPCAT-STATUS
008960     END-IF.
008970 1200-EXIT.
008980     EXIT.
008990
009000*----------------------------------------------------------------
009010*    1400-1440 - THE RUN LOCK, AS IN MAIN.  ONE JOB AT A TIME
009020*    PER ENVIRONMENT: A LOCK HELD BY A LIVE PROCESS REFUSES
009030*    THIS JOB (9091).  A LOCK WHOSE PROCESS HAS GONE IS STALE -
009040*    THAT JOB DIED PART WAY - AND REFUSES IT TOO (9092) UNTIL
009050*    THE OPERATOR HAS CHECKED THE FILES AND RERUNS WITH A
009060*    CLEARLOCK PARM (9093).  EACH GOES TO ERRLOG AND ALERTS.
009070*----------------------------------------------------------------
009080 1400-TAKE-RUN-LOCK.
009090     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
009100     MOVE WS-CURRENT-TIMESTAMP TO WS-JOB-START-TIMESTAMP
009110     MOVE SPACES TO WS-JOB-ID
009120     STRING WS-TS-DATE DELIMITED BY SIZE
009130            WS-TS-TIME DELIMITED BY SIZE
009140            INTO WS-JOB-ID
009150     PERFORM 1410-GET-OWN-PROCESS-ID THRU 1410-EXIT
009160     PERFORM 1420-READ-RUN-LOCK THRU 1420-EXIT
009170     MOVE SPACES TO WS-LOCK-MESSAGE
009180     IF WS-LOCK-FOUND AND NOT WS-LOCK-STALE
009190         STRING "RUN LOCK HELD BY " DELIMITED BY SIZE
009200                WS-LOCK-HOLDER      DELIMITED BY SIZE
009210                INTO WS-LOCK-MESSAGE
009220         MOVE 9091 TO WS-LOCK-ERR-CODE
009230         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
009240         SET WS-JOB-REFUSED TO TRUE
009250         DISPLAY "MSTBKUP: REFUSED - ANOTHER JOB HOLDS THE "
009260                 "RUN LOCK"
009270         GO TO 1400-EXIT
009280     END-IF
009290     IF WS-LOCK-FOUND AND NOT WS-CLEAR-LOCK-REQUESTED
009300         STRING "STALE RUN LOCK "   DELIMITED BY SIZE
009310                WS-LOCK-HOLDER      DELIMITED BY SIZE
009320                INTO WS-LOCK-MESSAGE
009330         MOVE 9092 TO WS-LOCK-ERR-CODE
009340         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
009350         SET WS-JOB-REFUSED TO TRUE
009360         DISPLAY "MSTBKUP: REFUSED - STALE RUN LOCK; CHECK THE "
009370                 "FILES, THEN RERUN WITH CLEARLOCK"
009380         GO TO 1400-EXIT
009390     END-IF
009400     IF WS-LOCK-FOUND
009410         STRING "STALE LOCK CLEARED "  DELIMITED BY SIZE
009420                WS-LOCK-HOLDER         DELIMITED BY SIZE
009430                INTO WS-LOCK-MESSAGE
009440         MOVE 9093 TO WS-LOCK-ERR-CODE
009450         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
009460     END-IF
009470     OPEN OUTPUT RUN-LOCK-FILE
009480     IF WS-RUNLOCK-STATUS NOT = "00"
009490         DISPLAY "MSTBKUP: RUNLOCK NOT WRITTEN, STATUS "
009500                 WS-RUNLOCK-STATUS
009510         GO TO 1400-EXIT
009520     END-IF
009530     MOVE SPACES                 TO RUN-LOCK-RECORD
009540     MOVE WS-JOB-ID              TO RL-RUN-ID
009550     MOVE "MSTBKUP"              TO RL-PROGRAM
009560     MOVE WS-OWN-PID             TO RL-PROCESS-ID
009570     MOVE WS-JOB-START-TIMESTAMP TO RL-START-TIMESTAMP
009580     WRITE RUN-LOCK-RECORD
009590     CLOSE RUN-LOCK-FILE
009600     SET WS-RUN-LOCK-HELD TO TRUE.
009610 1400-EXIT.
009620     EXIT.
009630
009640 1410-GET-OWN-PROCESS-ID.
009650     MOVE ZERO TO WS-OWN-PID
009660     MOVE SPACES TO WS-LOCK-COMMAND
009670     STRING "printf '%010d\n' $PPID > " DELIMITED BY SIZE
009680            WS-LOCKWORK-FILENAME         DELIMITED BY SPACE
009690            " 2>/dev/null"               DELIMITED BY SIZE
009700            INTO WS-LOCK-COMMAND
009710     CALL "SYSTEM" USING WS-LOCK-COMMAND
009720     OPEN INPUT LOCK-WORK-FILE
009730     IF WS-LOCKWORK-STATUS NOT = "00"
009740         GO TO 1410-EXIT
009750     END-IF
009760     READ LOCK-WORK-FILE
009770         AT END CONTINUE
009780     END-READ
009790     IF WS-LOCKWORK-STATUS = "00"
009800         AND LW-PROCESS-ID IS NUMERIC
009810         MOVE LW-PROCESS-ID TO WS-OWN-PID
009820     END-IF
009830     CLOSE LOCK-WORK-FILE.
009840 1410-EXIT.
009850     EXIT.
009860
009870*----------------------------------------------------------------
009880*    1420 - WHO, IF ANYONE, HOLDS THE LOCK.  AN EMPTY OR MISSING
009890*    RUNLOCK IS FREE.  THE HOLDER'S PROCESS IS PROBED WITH
009900*    KILL -0; A LOCK WITH NO USABLE PROCESS ID CANNOT BE PROVED
009910*    ALIVE AND COUNTS AS STALE.
009920*----------------------------------------------------------------
009930 1420-READ-RUN-LOCK.
009940     MOVE "N" TO WS-LOCK-FOUND-SW
009950     MOVE "N" TO WS-LOCK-STALE-SW
009960     MOVE SPACES TO WS-LOCK-HOLDER
009970     OPEN INPUT RUN-LOCK-FILE
009980     IF WS-RUNLOCK-STATUS NOT = "00"
009990         GO TO 1420-EXIT
010000     END-IF
010010     MOVE SPACES TO RUN-LOCK-RECORD
010020     READ RUN-LOCK-FILE
010030         AT END CONTINUE
010040     END-READ
010050     CLOSE RUN-LOCK-FILE
010060     IF RUN-LOCK-RECORD = SPACES
010070         GO TO 1420-EXIT
010080     END-IF
010090     SET WS-LOCK-FOUND TO TRUE
010100     STRING RL-PROGRAM    DELIMITED BY SPACE
010110            " RUN "       DELIMITED BY SIZE
010120            RL-RUN-ID     DELIMITED BY SPACE
010130            " PID "       DELIMITED BY SIZE
010140            RL-PROCESS-ID DELIMITED BY SIZE
010150            INTO WS-LOCK-HOLDER
010160     IF RL-PROCESS-ID IS NOT NUMERIC
010170         OR RL-PROCESS-ID = ZERO
010180         SET WS-LOCK-STALE TO TRUE
010190         GO TO 1420-EXIT
010200     END-IF
010210     MOVE SPACES TO WS-LOCK-COMMAND
010220     STRING "kill -0 "         DELIMITED BY SIZE
010230            RL-PROCESS-ID      DELIMITED BY SIZE
010240            " >/dev/null 2>&1" DELIMITED BY SIZE
010250            INTO WS-LOCK-COMMAND
010260     CALL "SYSTEM" USING WS-LOCK-COMMAND
010270     IF RETURN-CODE NOT = ZERO
010280         SET WS-LOCK-STALE TO TRUE
010290     END-IF
010300     MOVE ZERO TO RETURN-CODE.
010310 1420-EXIT.
010320     EXIT.
010330
010340*----------------------------------------------------------------
010350*    1440 - ONE ERRLOG AND ONE ALERTS RECORD IN MAIN'S LAYOUT,
010360*    ROUTED AS MAIN ROUTES THE 909X CODES.  THIS IS NOT A MAIN
010370*    RUN, SO THE RUN ID IS BLANK.
010380*----------------------------------------------------------------
010390 1440-LOG-LOCK-EVENT.
010400     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
010410     OPEN EXTEND ERROR-LOG-FILE
010420     IF WS-ERRLOG-STATUS NOT = "00"
010430         OPEN OUTPUT ERROR-LOG-FILE
010440     END-IF
010450     IF WS-ERRLOG-STATUS = "00"
010460         MOVE SPACES               TO ERROR-LOG-RECORD
010470         MOVE WS-CURRENT-TIMESTAMP TO EL-TIMESTAMP
010480         MOVE "MSTBKUP"            TO EL-STEP-NAME
010490         MOVE WS-LOCK-ERR-CODE     TO EL-ERROR-CODE
010500         MOVE WS-LOCK-MESSAGE      TO EL-ERROR-MESSAGE
010510         WRITE ERROR-LOG-RECORD
010520         CLOSE ERROR-LOG-FILE
010530     END-IF
010540     OPEN EXTEND ALERTS-FILE
010550     IF WS-ALERTS-STATUS NOT = "00"
010560         OPEN OUTPUT ALERTS-FILE
010570     END-IF
010580     IF WS-ALERTS-STATUS = "00"
010590         MOVE SPACES               TO ALERTS-RECORD
010600         MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
010610         IF WS-LOCK-ERR-CODE = 9093
010620             MOVE 3                TO AL-SEVERITY
010630             MOVE "INFOLOG"        TO AL-DESTINATION
010640         ELSE
010650             MOVE 2                TO AL-SEVERITY
010660             MOVE "OPERATIONS"     TO AL-DESTINATION
010670         END-IF
010680         MOVE WS-LOCK-ERR-CODE     TO AL-ERROR-CODE
010690         MOVE "MSTBKUP"            TO AL-STEP-NAME
010700         MOVE WS-LOCK-MESSAGE      TO AL-MESSAGE
010710         WRITE ALERTS-RECORD
010720         CLOSE ALERTS-FILE
010730     END-IF
010740     DISPLAY "MSTBKUP: ERROR " WS-LOCK-ERR-CODE ": "
010750             WS-LOCK-MESSAGE.
010760 1440-EXIT.
010770     EXIT.
010780
010790 1650-BUILD-TIMESTAMP.
010800     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
010810     ACCEPT WS-TS-TIME FROM TIME
010820     STRING WS-TS-DATE   DELIMITED BY SIZE
010830            "-"          DELIMITED BY SIZE
010840            WS-TS-TIME   DELIMITED BY SIZE
010850            INTO WS-CURRENT-TIMESTAMP.
010860 1650-EXIT.
010870     EXIT.
010880
010890*================================================================
010900*    2000-PROCESS-TRANSACTIONS - READ-AHEAD DRIVER LOOP
010910*================================================================
010920 2000-PROCESS-TRANSACTIONS.
010930     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
010940     PERFORM 2010-DISPATCH-TRANSACTION THRU 2010-EXIT
010950         UNTIL WS-TRAN-EOF.
010960 2000-EXIT.
010970     EXIT.
010980
010990*----------------------------------------------------------------
011000*    2010 - DISPATCH ONE TRANSACTION, THEN READ AHEAD
011010*----------------------------------------------------------------
011020 2010-DISPATCH-TRANSACTION.
011030     IF BACKUP-TRAN-RECORD = SPACES
011040         OR BT-ACTION (1:1) = "*"
011050         PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
011060         GO TO 2010-EXIT
011070     END-IF
011080     ADD 1 TO WS-TRAN-COUNT
011090     MOVE BT-ACTION     TO WS-CUR-ACTION
011100     MOVE BT-GENERATION TO WS-CUR-GENERATION
011110     MOVE BT-MASTER     TO WS-CUR-MASTER
011120     IF BT-USER-ID = SPACES
011130         MOVE "*MISSING" TO WS-CUR-USER
011140     ELSE
011150         MOVE BT-USER-ID TO WS-CUR-USER
011160     END-IF
011170     MOVE SPACES TO WS-REJECT-MESSAGE
011180     MOVE "N"    TO WS-TRAN-REJECTED-SW
011190     MOVE SPACES TO WS-REPORT-LINE
011200     PERFORM 5900-PUT-LINE THRU 5900-EXIT
011210     MOVE SPACES TO WS-REPORT-LINE
011220     STRING WS-CUR-ACTION     DELIMITED BY SIZE
011230            "  MASTER "       DELIMITED BY SIZE
011240            WS-CUR-MASTER     DELIMITED BY SIZE
011250            "  GENERATION "   DELIMITED BY SIZE
011260            WS-CUR-GENERATION DELIMITED BY SIZE
011270            "  USER "         DELIMITED BY SIZE
011280            WS-CUR-USER       DELIMITED BY SIZE
011290            INTO WS-REPORT-LINE
011300     PERFORM 5900-PUT-LINE THRU 5900-EXIT
011310     IF NOT WS-BKUPCAT-AVAILABLE
011320         MOVE "BACKUP CATALOG UNAVAILABLE" TO WS-REJECT-MESSAGE
011330         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
011340         PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
011350         GO TO 2010-EXIT
011360     END-IF
011370     PERFORM 2020-SELECT-MASTERS THRU 2020-EXIT
011380     IF WS-TRAN-REJECTED
011390         PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
011400         GO TO 2010-EXIT
011410     END-IF
011420     EVALUATE WS-CUR-ACTION
011430         WHEN "BACKUP"
011440             PERFORM 2100-APPLY-BACKUP THRU 2100-EXIT
011450         WHEN "VERIFY"
011460             PERFORM 2200-APPLY-VERIFY THRU 2200-EXIT
011470         WHEN "RESTORE"
011480             PERFORM 2300-APPLY-RESTORE THRU 2300-EXIT
011490         WHEN "LIST"
011500             PERFORM 2400-APPLY-LIST THRU 2400-EXIT
011510         WHEN OTHER
011520             MOVE "UNKNOWN ACTION" TO WS-REJECT-MESSAGE
011530             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
011540     END-EVALUATE
011550     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
011560 2010-EXIT.
011570     EXIT.
011580
011590*----------------------------------------------------------------
011600*    2020 - WHICH MASTERS THE TRANSACTION COVERS: ONE NAMED
011610*    MASTER, OR ALL OF THEM FOR A BLANK OR ALL
011620*----------------------------------------------------------------
011630 2020-SELECT-MASTERS.
011640     IF WS-CUR-MASTER = SPACES OR WS-CUR-MASTER = "ALL"
011650         SET WS-ALL-MASTERS TO TRUE
011660         MOVE "ALL"  TO WS-CUR-MASTER
011670         MOVE 1      TO WS-FIRST-MASTER
011680         MOVE 10     TO WS-LAST-MASTER
011690         GO TO 2020-EXIT
011700     END-IF
011710     MOVE "N" TO WS-ALL-MASTERS-SW
011720     MOVE "N" TO WS-MATCH-FOUND-SW
011730     PERFORM 2025-MATCH-MASTER THRU 2025-EXIT
011740         VARYING WS-MASTER-SUB FROM 1 BY 1
011750         UNTIL WS-MASTER-SUB > 10 OR WS-MATCH-FOUND
011760     IF NOT WS-MATCH-FOUND
011770         MOVE "UNKNOWN MASTER FILE" TO WS-REJECT-MESSAGE
011780         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
011790         GO TO 2020-EXIT
011800     END-IF
011810     SUBTRACT 1 FROM WS-MASTER-SUB
011820     MOVE WS-MASTER-SUB TO WS-FIRST-MASTER
011830     MOVE WS-MASTER-SUB TO WS-LAST-MASTER.
011840 2020-EXIT.
011850     EXIT.
011860
011870 2025-MATCH-MASTER.
011880     IF WM-NAME (WS-MASTER-SUB) = WS-CUR-MASTER
011890         SET WS-MATCH-FOUND TO TRUE
011900     END-IF.
011910 2025-EXIT.
011920     EXIT.
011930
011940*----------------------------------------------------------------
011950*    2030 - THE GENERATION A VERIFY OR RESTORE WORKS ON: THE ONE
011960*    NAMED, WHICH MUST BE CATALOGED FOR THE MASTER(S) CHOSEN, OR
011970*    THE NEWEST ONE HOLDING A USABLE COPY - A FAILED OR ABSENT
011980*    ROW IS NEVER TAKEN AS LATEST
011990*----------------------------------------------------------------
012000 2030-RESOLVE-GENERATION.
012010     IF WS-CUR-GENERATION = SPACES
012020         OR WS-CUR-GENERATION = "LATEST"
012030         MOVE "Y" TO WS-USABLE-ONLY-SW
012040     END-IF
012050     PERFORM 4000-LOAD-GENERATIONS THRU 4000-EXIT
012060     MOVE "N" TO WS-USABLE-ONLY-SW
012070     IF WS-CUR-GENERATION = SPACES
012080         OR WS-CUR-GENERATION = "LATEST"
012090         IF WS-GEN-COUNT = ZERO
012100             MOVE "NO USABLE GENERATION IN THE CATALOG"
012110                 TO WS-REJECT-MESSAGE
012120             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
012130         ELSE
012140             MOVE WS-GEN-ENTRY (WS-GEN-COUNT) TO WS-CUR-GENERATION
012150         END-IF
012160         GO TO 2030-EXIT
012170     END-IF
012180     MOVE "N" TO WS-MATCH-FOUND-SW
012190     PERFORM 2035-MATCH-GENERATION THRU 2035-EXIT
012200         VARYING WS-GEN-SUB FROM 1 BY 1
012210         UNTIL WS-GEN-SUB > WS-GEN-COUNT OR WS-MATCH-FOUND
012220     IF NOT WS-MATCH-FOUND
012230         MOVE "GENERATION NOT IN THE CATALOG FOR THIS MASTER"
012240             TO WS-REJECT-MESSAGE
012250         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
012260     END-IF.
012270 2030-EXIT.
012280     EXIT.
012290
012300 2035-MATCH-GENERATION.
012310     IF WS-GEN-ENTRY (WS-GEN-SUB) = WS-CUR-GENERATION
012320         SET WS-MATCH-FOUND TO TRUE
012330     END-IF.
012340 2035-EXIT.
012350     EXIT.
012360
012370*================================================================
012380*    2100-APPLY-BACKUP - A NEW GENERATION OF THE CHOSEN MASTERS,
012390*    THEN EACH MASTER'S OLDEST COPIES BEYOND THE NUMBER KEPT ARE
012400*    DROPPED.
012410*================================================================
012420 2100-APPLY-BACKUP.
012430     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
012440     MOVE WS-CURRENT-TIMESTAMP (1:17) TO WS-CUR-GENERATION
012450     MOVE SPACES TO WS-REPORT-LINE
012460     STRING "  NEW GENERATION " DELIMITED BY SIZE
012470            WS-CUR-GENERATION   DELIMITED BY SIZE
012480            INTO WS-REPORT-LINE
012490     PERFORM 5900-PUT-LINE THRU 5900-EXIT
012500     MOVE ZERO TO WS-FAIL-COUNT
012510     PERFORM 2110-BACKUP-ONE-MASTER THRU 2110-EXIT
012520         VARYING WS-MASTER-SUB FROM WS-FIRST-MASTER BY 1
012530         UNTIL WS-MASTER-SUB > WS-LAST-MASTER
012540     PERFORM 2150-PRUNE-GENERATIONS THRU 2150-EXIT
012550     IF WS-FAIL-COUNT > ZERO
012560         SET WS-BACKUP-FAILED TO TRUE
012570         MOVE "BACKUP INCOMPLETE - SEE BKUPRPT"
012580             TO WS-REJECT-MESSAGE
012590         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
012600     ELSE
012610         PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT
012620     END-IF.
012630 2100-EXIT.
012640     EXIT.
012650
012660*----------------------------------------------------------------
012670*    2110/2115/2120 - UNLOAD ONE MASTER IN KEY ORDER, CHECKSUM
012680*    THE GENERATION FILE AND CATALOG IT (2115)
012690*----------------------------------------------------------------
012700 2110-BACKUP-ONE-MASTER.
012710     MOVE SPACES TO BACKUP-CATALOG-RECORD
012720     MOVE WS-CUR-GENERATION       TO BC-GENERATION
012730     MOVE WM-NAME (WS-MASTER-SUB) TO BC-MASTER
012740     MOVE ZERO                    TO BC-RECORD-COUNT
012750     MOVE ZERO                    TO BC-CHECKSUM
012760     MOVE ZERO                    TO BC-SIZE
012770     MOVE WS-CUR-USER             TO BC-TAKEN-BY
012780     MOVE ZERO TO WS-RECORD-COUNT
012790     PERFORM 3100-OPEN-MASTER-INPUT THRU 3100-EXIT
012800     IF NOT WS-MASTER-OPEN
012810         AND WS-MASTER-STATUS = "35"
012820         MOVE "ABSENT" TO BC-STATE
012830         MOVE "MASTER NOT FOUND - CATALOGED AS ABSENT"
012840             TO WS-MEMBER-RESULT
012850         PERFORM 2115-CATALOG-MEMBER THRU 2115-EXIT
012860         GO TO 2110-EXIT
012870     END-IF
012880     IF NOT WS-MASTER-OPEN
012890         ADD 1 TO WS-FAIL-COUNT
012900         MOVE "FAILED" TO BC-STATE
012910         MOVE SPACES TO WS-MEMBER-RESULT
012920         STRING "MASTER NOT OPENED, STATUS " DELIMITED BY SIZE
012930                WS-MASTER-STATUS             DELIMITED BY SIZE
012940                " - NOT BACKED UP"           DELIMITED BY SIZE
012950                INTO WS-MEMBER-RESULT
012960         DISPLAY "MSTBKUP: " WM-NAME (WS-MASTER-SUB) " "
012970                 WS-MEMBER-RESULT
012980         PERFORM 2115-CATALOG-MEMBER THRU 2115-EXIT
012990         GO TO 2110-EXIT
013000     END-IF
013010     PERFORM 3400-BUILD-GEN-FILENAME THRU 3400-EXIT
013020     OPEN OUTPUT GENERATION-FILE
013030     IF WS-GEN-STATUS NOT = "00"
013040         PERFORM 3120-CLOSE-MASTER THRU 3120-EXIT
013050         ADD 1 TO WS-FAIL-COUNT
013060         MOVE SPACES TO WS-MEMBER-RESULT
013070         STRING "GENERATION FILE NOT WRITTEN, STATUS "
013080                                 DELIMITED BY SIZE
013090                WS-GEN-STATUS    DELIMITED BY SIZE
013100                INTO WS-MEMBER-RESULT
013110         PERFORM 5800-WRITE-MEMBER-LINE THRU 5800-EXIT
013120         GO TO 2110-EXIT
013130     END-IF
013140     MOVE "N" TO WS-MASTER-EOF-SW
013150     MOVE "N" TO WS-MASTER-ERROR-SW
013160     MOVE "N" TO WS-GEN-ERROR-SW
013170     PERFORM 2120-UNLOAD-ONE-RECORD THRU 2120-EXIT
013180         UNTIL WS-MASTER-EOF
013190     PERFORM 3120-CLOSE-MASTER THRU 3120-EXIT
013200     CLOSE GENERATION-FILE
013210     PERFORM 3500-CKSUM-GEN-FILE THRU 3500-EXIT
013220     MOVE WS-RECORD-COUNT TO BC-RECORD-COUNT
013230     MOVE WS-CKSUM-VALUE  TO BC-CHECKSUM
013240     MOVE WS-CKSUM-SIZE   TO BC-SIZE
013250     IF WS-MASTER-ERROR OR WS-GEN-ERROR OR NOT WS-CKSUM-FOUND
013260         ADD 1 TO WS-FAIL-COUNT
013270         MOVE "FAILED" TO BC-STATE
013280         MOVE "UNLOAD OR CHECKSUM FAILED - NOT USABLE"
013290             TO WS-MEMBER-RESULT
013300     ELSE
013310         MOVE "GOOD" TO BC-STATE
013320         MOVE "BACKED UP" TO WS-MEMBER-RESULT
013330     END-IF
013340     PERFORM 2115-CATALOG-MEMBER THRU 2115-EXIT.
013350 2110-EXIT.
013360     EXIT.
013370
013380 2115-CATALOG-MEMBER.
013390     WRITE BACKUP-CATALOG-RECORD
013400         INVALID KEY
013410             REWRITE BACKUP-CATALOG-RECORD
013420     END-WRITE
013430     MOVE SPACES TO WS-MEMBER-LINE
013440     MOVE WM-NAME (WS-MASTER-SUB) TO ML-MASTER
013450     MOVE "RECORDS "              TO ML-LABEL-1
013460     MOVE BC-RECORD-COUNT         TO ML-COUNT-1
013470     MOVE "CHECKSUM"              TO ML-LABEL-2
013480     MOVE BC-CHECKSUM             TO ML-COUNT-2
013490     MOVE "BYTES   "              TO ML-LABEL-3
013500     MOVE BC-SIZE                 TO ML-COUNT-3
013510     MOVE WS-MEMBER-RESULT        TO ML-RESULT
013520     MOVE WS-MEMBER-LINE TO WS-REPORT-LINE
013530     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
013540 2115-EXIT.
013550     EXIT.
013560
013570 2120-UNLOAD-ONE-RECORD.
013580     PERFORM 3110-READ-MASTER-NEXT THRU 3110-EXIT
013590     IF WS-MASTER-EOF
013600         GO TO 2120-EXIT
013610     END-IF
013620     MOVE WS-MASTER-BUFFER TO GENERATION-RECORD
013630     MOVE WM-RECORD-LENGTH (WS-MASTER-SUB) TO WS-GEN-RECORD-LENGTH
013640     WRITE GENERATION-RECORD
013650     IF WS-GEN-STATUS NOT = "00"
013660         SET WS-GEN-ERROR TO TRUE
013670         SET WS-MASTER-EOF TO TRUE
013680         GO TO 2120-EXIT
013690     END-IF
013700     ADD 1 TO WS-RECORD-COUNT.
013710 2120-EXIT.
013720     EXIT.
013730
013740*----------------------------------------------------------------
013750*    2150-2185 - KEEP THE NEWEST GENERATIONS OF EACH
013760*    MASTER ONLY.  EACH MASTER IS COUNTED ON ITS OWN, AS 4000
013770*    COUNTS IT FOR ONE MASTER, AND ONLY ITS USABLE COPIES COUNT,
013780*    SO FAILED BACKUPS NEVER PUSH OUT THE NEWEST GOOD ONE.  THAT
013790*    MASTER'S ROWS OLDER THAN ITS OLDEST KEPT COPY ARE DELETED
013800*    AND THEIR FILES REMOVED; A GENERATION IS REPORTED DROPPED
013810*    ONLY WHEN NO ROW OF ANY MASTER IS LEFT IN IT.
013820*----------------------------------------------------------------
013830 2150-PRUNE-GENERATIONS.
013840     MOVE WS-CUR-MASTER TO WS-PRUNE-SAVED-MASTER
013850     PERFORM 2155-PRUNE-ONE-MASTER THRU 2155-EXIT
013860         VARYING WS-MASTER-SUB FROM 1 BY 1
013870         UNTIL WS-MASTER-SUB > 10
013880     MOVE WS-PRUNE-SAVED-MASTER TO WS-CUR-MASTER.
013890 2150-EXIT.
013900     EXIT.
013910
013920 2155-PRUNE-ONE-MASTER.
013930     MOVE WM-NAME (WS-MASTER-SUB) TO WS-CUR-MASTER
013940     MOVE "N" TO WS-ALL-MASTERS-SW
013950     MOVE "Y" TO WS-USABLE-ONLY-SW
013960     PERFORM 4000-LOAD-GENERATIONS THRU 4000-EXIT
013970     MOVE "N" TO WS-USABLE-ONLY-SW
013980     IF WS-GEN-COUNT NOT > WS-GENERATIONS-KEPT
013990         GO TO 2155-EXIT
014000     END-IF
014010     COMPUTE WS-DROP-COUNT = WS-GEN-COUNT - WS-GENERATIONS-KEPT
014020     MOVE WS-GEN-ENTRY (WS-DROP-COUNT + 1) TO WS-OLDEST-KEPT-GEN
014030     MOVE "Y" TO WS-ALL-MASTERS-SW
014040     PERFORM 4000-LOAD-GENERATIONS THRU 4000-EXIT
014050     PERFORM 2170-DROP-ONE-MEMBER THRU 2170-EXIT
014060         VARYING WS-GEN-SUB FROM 1 BY 1
014070         UNTIL WS-GEN-SUB > WS-GEN-COUNT
014080            OR WS-GEN-ENTRY (WS-GEN-SUB) NOT < WS-OLDEST-KEPT-GEN.
014090 2155-EXIT.
014100     EXIT.
014110
014120 2170-DROP-ONE-MEMBER.
014130     MOVE WS-GEN-ENTRY (WS-GEN-SUB) TO BC-GENERATION
014140     MOVE WM-NAME (WS-MASTER-SUB)   TO BC-MASTER
014150     DELETE BACKUP-CATALOG-FILE RECORD
014160         INVALID KEY
014170             GO TO 2170-EXIT
014180     END-DELETE
014190     MOVE SPACES TO WS-SHELL-COMMAND
014200     STRING "rm -f "                  DELIMITED BY SIZE
014210            WS-ENV-PREFIX             DELIMITED BY SPACE
014220            WM-NAME (WS-MASTER-SUB)   DELIMITED BY SPACE
014230            "."                       DELIMITED BY SIZE
014240            WS-GEN-ENTRY (WS-GEN-SUB) DELIMITED BY SIZE
014250            INTO WS-SHELL-COMMAND
014260     CALL "SYSTEM" USING WS-SHELL-COMMAND
014270     MOVE SPACES TO WS-REPORT-LINE
014280     STRING "  GENERATION "           DELIMITED BY SIZE
014290            WS-GEN-ENTRY (WS-GEN-SUB) DELIMITED BY SIZE
014300            " "                       DELIMITED BY SIZE
014310            WM-NAME (WS-MASTER-SUB)   DELIMITED BY SIZE
014320            " DROPPED - BEYOND THE NUMBER KEPT"
014330                                      DELIMITED BY SIZE
014340            INTO WS-REPORT-LINE
014350     PERFORM 5900-PUT-LINE THRU 5900-EXIT
014360     PERFORM 2180-CHECK-GENERATION-EMPTY THRU 2180-EXIT.
014370 2170-EXIT.
014380     EXIT.
014390
014400 2180-CHECK-GENERATION-EMPTY.
014410     MOVE WS-GEN-ENTRY (WS-GEN-SUB) TO BC-GENERATION
014420     MOVE LOW-VALUES                TO BC-MASTER
014430     START BACKUP-CATALOG-FILE KEY IS NOT LESS THAN BC-CATALOG-KEY
014440         INVALID KEY
014450             PERFORM 2185-REPORT-DROPPED THRU 2185-EXIT
014460             GO TO 2180-EXIT
014470     END-START
014480     READ BACKUP-CATALOG-FILE NEXT RECORD
014490         AT END
014500             PERFORM 2185-REPORT-DROPPED THRU 2185-EXIT
014510             GO TO 2180-EXIT
014520     END-READ
014530     IF BC-GENERATION = WS-GEN-ENTRY (WS-GEN-SUB)
014540         GO TO 2180-EXIT
014550     END-IF
014560     PERFORM 2185-REPORT-DROPPED THRU 2185-EXIT.
014570 2180-EXIT.
014580     EXIT.
014590
014600 2185-REPORT-DROPPED.
014610     MOVE SPACES TO WS-REPORT-LINE
014620     STRING "  GENERATION "           DELIMITED BY SIZE
014630            WS-GEN-ENTRY (WS-GEN-SUB) DELIMITED BY SIZE
014640            " DROPPED - NO MASTER LEFT IN IT"
014650                                      DELIMITED BY SIZE
014660            INTO WS-REPORT-LINE
014670     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
014680 2185-EXIT.
014690     EXIT.
014700
014710*================================================================
014720*    2200-APPLY-VERIFY - READ A GENERATION END TO END AGAINST ITS
014730*    CATALOG FIGURES
014740*================================================================
014750 2200-APPLY-VERIFY.
014760     PERFORM 2030-RESOLVE-GENERATION THRU 2030-EXIT
014770     IF WS-TRAN-REJECTED
014780         GO TO 2200-EXIT
014790     END-IF
014800     MOVE ZERO TO WS-FAIL-COUNT
014810     PERFORM 2210-VERIFY-ONE-MEMBER THRU 2210-EXIT
014820         VARYING WS-MASTER-SUB FROM WS-FIRST-MASTER BY 1
014830         UNTIL WS-MASTER-SUB > WS-LAST-MASTER
014840     IF WS-FAIL-COUNT > ZERO
014850         MOVE "GENERATION FAILED VERIFICATION"
014860             TO WS-REJECT-MESSAGE
014870         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
014880     ELSE
014890         PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT
014900     END-IF.
014910 2200-EXIT.
014920     EXIT.
014930
014940*----------------------------------------------------------------
014950*    2210-2220 - VERIFY ONE MASTER'S COPY IN THE GENERATION: THE
014960*    FILE MUST READ TO THE END, EVERY RECORD MUST BE THE
014970*    MASTER'S RECORD LENGTH, AND THE RECORD COUNT, CHECKSUM AND
014980*    SIZE MUST MATCH THE CATALOG.  THE CATALOG ROW IS MARKED
014990*    VERIFIED OR FAILED (2215).  WT-ACTION TELLS A RESTORE
015000*    WHETHER TO RELOAD THE MASTER.
015010*----------------------------------------------------------------
015020 2210-VERIFY-ONE-MEMBER.
015030     MOVE "S"  TO WT-ACTION (WS-MASTER-SUB)
015040     MOVE ZERO TO WT-CATALOG-COUNT (WS-MASTER-SUB)
015050     MOVE SPACES TO WS-MEMBER-LINE
015060     MOVE WM-NAME (WS-MASTER-SUB) TO ML-MASTER
015070     MOVE WS-CUR-GENERATION       TO BC-GENERATION
015080     MOVE WM-NAME (WS-MASTER-SUB) TO BC-MASTER
015090     READ BACKUP-CATALOG-FILE
015100         INVALID KEY
015110             MOVE "NOT IN THIS GENERATION" TO ML-RESULT
015120             MOVE WS-MEMBER-LINE TO WS-REPORT-LINE
015130             PERFORM 5900-PUT-LINE THRU 5900-EXIT
015140             GO TO 2210-EXIT
015150     END-READ
015160     IF BC-STATE = "ABSENT"
015170         MOVE "ABSENT WHEN BACKED UP - LEFT ALONE" TO ML-RESULT
015180         MOVE WS-MEMBER-LINE TO WS-REPORT-LINE
015190         PERFORM 5900-PUT-LINE THRU 5900-EXIT
015200         GO TO 2210-EXIT
015210     END-IF
015220     MOVE "CATALOG "      TO ML-LABEL-1
015230     MOVE BC-RECORD-COUNT TO ML-COUNT-1
015240     MOVE ZERO TO WS-RECORD-COUNT
015250     MOVE ZERO TO WS-BAD-LENGTH-COUNT
015260     MOVE "N"  TO WS-GEN-EOF-SW
015270     MOVE "N"  TO WS-GEN-ERROR-SW
015280     PERFORM 3400-BUILD-GEN-FILENAME THRU 3400-EXIT
015290     OPEN INPUT GENERATION-FILE
015300     IF WS-GEN-STATUS NOT = "00"
015310         MOVE "GENERATION FILE MISSING" TO WS-MEMBER-RESULT
015320         ADD 1 TO WS-FAIL-COUNT
015330         MOVE "FAILED" TO BC-STATE
015340         PERFORM 2215-MARK-MEMBER THRU 2215-EXIT
015350         GO TO 2210-EXIT
015360     END-IF
015370     PERFORM 2220-COUNT-ONE-GEN-RECORD THRU 2220-EXIT
015380         UNTIL WS-GEN-EOF
015390     CLOSE GENERATION-FILE
015400     PERFORM 3500-CKSUM-GEN-FILE THRU 3500-EXIT
015410     MOVE "READ    "      TO ML-LABEL-2
015420     MOVE WS-RECORD-COUNT TO ML-COUNT-2
015430     MOVE "BAD LEN "      TO ML-LABEL-3
015440     MOVE WS-BAD-LENGTH-COUNT TO ML-COUNT-3
015450     EVALUATE TRUE
015460         WHEN WS-GEN-ERROR
015470             MOVE "GENERATION FILE UNREADABLE" TO WS-MEMBER-RESULT
015480         WHEN WS-BAD-LENGTH-COUNT > ZERO
015490             MOVE "RECORDS OF THE WRONG LENGTH"
015500                 TO WS-MEMBER-RESULT
015510         WHEN WS-RECORD-COUNT NOT = BC-RECORD-COUNT
015520             MOVE "RECORD COUNT DIFFERS FROM CATALOG"
015530                 TO WS-MEMBER-RESULT
015540         WHEN NOT WS-CKSUM-FOUND
015550             MOVE "CHECKSUM NOT AVAILABLE" TO WS-MEMBER-RESULT
015560         WHEN WS-CKSUM-VALUE NOT = BC-CHECKSUM
015570             OR WS-CKSUM-SIZE NOT = BC-SIZE
015580             MOVE "CHECKSUM DIFFERS FROM CATALOG"
015590                 TO WS-MEMBER-RESULT
015600         WHEN OTHER
015610             MOVE "VERIFIED" TO WS-MEMBER-RESULT
015620     END-EVALUATE
015630     IF WS-MEMBER-RESULT NOT = "VERIFIED"
015640         ADD 1 TO WS-FAIL-COUNT
015650         MOVE "FAILED" TO BC-STATE
015660         PERFORM 2215-MARK-MEMBER THRU 2215-EXIT
015670         GO TO 2210-EXIT
015680     END-IF
015690     MOVE "R" TO WT-ACTION (WS-MASTER-SUB)
015700     MOVE BC-RECORD-COUNT TO WT-CATALOG-COUNT (WS-MASTER-SUB)
015710     MOVE "VERIFIED" TO BC-STATE
015720     PERFORM 2215-MARK-MEMBER THRU 2215-EXIT.
015730 2210-EXIT.
015740     EXIT.
015750
015760 2215-MARK-MEMBER.
015770     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
015780     MOVE WS-CURRENT-TIMESTAMP TO BC-VERIFIED-AT
015790     REWRITE BACKUP-CATALOG-RECORD
015800     MOVE WS-MEMBER-RESULT TO ML-RESULT
015810     MOVE WS-MEMBER-LINE TO WS-REPORT-LINE
015820     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
015830 2215-EXIT.
015840     EXIT.
015850
015860 2220-COUNT-ONE-GEN-RECORD.
015870     READ GENERATION-FILE
015880         AT END
015890             MOVE "Y" TO WS-GEN-EOF-SW
015900     END-READ
015910     IF WS-GEN-EOF
015920         GO TO 2220-EXIT
015930     END-IF
015940     IF WS-GEN-STATUS NOT = "00"
015950         SET WS-GEN-ERROR TO TRUE
015960         SET WS-GEN-EOF TO TRUE
015970         GO TO 2220-EXIT
015980     END-IF
015990     ADD 1 TO WS-RECORD-COUNT
016000     IF WS-GEN-RECORD-LENGTH
016010         NOT = WM-RECORD-LENGTH (WS-MASTER-SUB)
016020         ADD 1 TO WS-BAD-LENGTH-COUNT
016030     END-IF.
016040 2220-EXIT.
016050     EXIT.
016060
016070*================================================================
016080*    2300-APPLY-RESTORE - RELOAD ONE MASTER OR THE SET FROM A
016090*    GENERATION.  EVERY MASTER IS VERIFIED FIRST AND NOTHING IS
016100*    TOUCHED UNLESS THEY ALL PASS, SO A SET IS NEVER LEFT HALF
016110*    FROM ONE GENERATION.  A MASTER THAT THEN FAILS TO RELOAD
016120*    ENDS THE JOB WITH RETURN CODE 8 (SEE 9000).
016130*================================================================
016140 2300-APPLY-RESTORE.
016150     PERFORM 2030-RESOLVE-GENERATION THRU 2030-EXIT
016160     IF WS-TRAN-REJECTED
016170         GO TO 2300-EXIT
016180     END-IF
016190     MOVE "  VERIFYING THE GENERATION FIRST" TO WS-REPORT-LINE
016200     PERFORM 5900-PUT-LINE THRU 5900-EXIT
016210     MOVE ZERO TO WS-FAIL-COUNT
016220     PERFORM 2210-VERIFY-ONE-MEMBER THRU 2210-EXIT
016230         VARYING WS-MASTER-SUB FROM WS-FIRST-MASTER BY 1
016240         UNTIL WS-MASTER-SUB > WS-LAST-MASTER
016250     IF WS-FAIL-COUNT > ZERO
016260         MOVE "GENERATION FAILED VERIFICATION - NOTHING RESTORED"
016270             TO WS-REJECT-MESSAGE
016280         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
016290         GO TO 2300-EXIT
016300     END-IF
016310     MOVE "  RESTORING" TO WS-REPORT-LINE
016320     PERFORM 5900-PUT-LINE THRU 5900-EXIT
016330     MOVE ZERO TO WS-DONE-COUNT
016340     PERFORM 2310-RESTORE-ONE-MEMBER THRU 2310-EXIT
016350         VARYING WS-MASTER-SUB FROM WS-FIRST-MASTER BY 1
016360         UNTIL WS-MASTER-SUB > WS-LAST-MASTER
016370     IF WS-FAIL-COUNT > ZERO
016380         SET WS-RESTORE-FAILED TO TRUE
016390         MOVE "RESTORE INCOMPLETE - SEE BKUPRPT"
016400             TO WS-REJECT-MESSAGE
016410         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
016420     ELSE
016430         IF WS-DONE-COUNT = ZERO
016440             MOVE "NO MASTER IN THE GENERATION TO RESTORE"
016450                 TO WS-REJECT-MESSAGE
016460             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
016470         ELSE
016480             PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT
016490         END-IF
016500     END-IF.
016510 2300-EXIT.
016520     EXIT.
016530
016540*----------------------------------------------------------------
016550*    2310-2320 - RELOAD ONE MASTER: COUNT IT, RECREATE IT EMPTY,
016560*    WRITE EVERY GENERATION RECORD BACK, COUNT IT AGAIN.  THE
016570*    AFTER COUNT MUST EQUAL THE CATALOG COUNT.
016580*----------------------------------------------------------------
016590 2310-RESTORE-ONE-MEMBER.
016600     IF WT-ACTION (WS-MASTER-SUB) NOT = "R"
016610         GO TO 2310-EXIT
016620     END-IF
016630     ADD 1 TO WS-DONE-COUNT
016640     PERFORM 3300-COUNT-MASTER THRU 3300-EXIT
016650     MOVE WS-RECORD-COUNT TO WS-BEFORE-COUNT
016660     MOVE ZERO TO WS-RESTORED-COUNT
016670     MOVE SPACES TO WS-MEMBER-LINE
016680     MOVE WM-NAME (WS-MASTER-SUB) TO ML-MASTER
016690     MOVE "BEFORE  "              TO ML-LABEL-1
016700     MOVE WS-BEFORE-COUNT         TO ML-COUNT-1
016710     PERFORM 3400-BUILD-GEN-FILENAME THRU 3400-EXIT
016720     OPEN INPUT GENERATION-FILE
016730     IF WS-GEN-STATUS NOT = "00"
016740         MOVE "GENERATION FILE MISSING - NOT RESTORED"
016750             TO WS-MEMBER-RESULT
016760         PERFORM 2315-REPORT-FAILURE THRU 2315-EXIT
016770         GO TO 2310-EXIT
016780     END-IF
016790     PERFORM 3130-OPEN-MASTER-OUTPUT THRU 3130-EXIT
016800     IF NOT WS-MASTER-OPEN
016810         CLOSE GENERATION-FILE
016820         MOVE SPACES TO WS-MEMBER-RESULT
016830         STRING "MASTER NOT OPENED, STATUS " DELIMITED BY SIZE
016840                WS-MASTER-STATUS             DELIMITED BY SIZE
016850                " - NOT RESTORED"            DELIMITED BY SIZE
016860                INTO WS-MEMBER-RESULT
016870         PERFORM 2315-REPORT-FAILURE THRU 2315-EXIT
016880         GO TO 2310-EXIT
016890     END-IF
016900     MOVE "N" TO WS-GEN-EOF-SW
016910     MOVE "N" TO WS-GEN-ERROR-SW
016920     MOVE "N" TO WS-MASTER-ERROR-SW
016930     PERFORM 2320-RELOAD-ONE-RECORD THRU 2320-EXIT
016940         UNTIL WS-GEN-EOF
016950     CLOSE GENERATION-FILE
016960     PERFORM 3120-CLOSE-MASTER THRU 3120-EXIT
016970     PERFORM 3300-COUNT-MASTER THRU 3300-EXIT
016980     MOVE "RESTORED"        TO ML-LABEL-2
016990     MOVE WS-RESTORED-COUNT TO ML-COUNT-2
017000     MOVE "AFTER   "        TO ML-LABEL-3
017010     MOVE WS-RECORD-COUNT   TO ML-COUNT-3
017020     MOVE "CATALOG "        TO ML-LABEL-4
017030     MOVE WT-CATALOG-COUNT (WS-MASTER-SUB) TO ML-COUNT-4
017040     IF WS-GEN-ERROR OR WS-MASTER-ERROR
017050         OR WS-RECORD-COUNT NOT = WT-CATALOG-COUNT (WS-MASTER-SUB)
017060         MOVE "RESTORED COUNT DOES NOT MATCH THE CATALOG"
017070             TO WS-MEMBER-RESULT
017080         PERFORM 2315-REPORT-FAILURE THRU 2315-EXIT
017090         GO TO 2310-EXIT
017100     END-IF
017110     MOVE "RESTORED" TO ML-RESULT
017120     MOVE WS-MEMBER-LINE TO WS-REPORT-LINE
017130     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
017140 2310-EXIT.
017150     EXIT.
017160
017170 2315-REPORT-FAILURE.
017180     ADD 1 TO WS-FAIL-COUNT
017190     MOVE WS-MEMBER-RESULT TO ML-RESULT
017200     MOVE WS-MEMBER-LINE TO WS-REPORT-LINE
017210     PERFORM 5900-PUT-LINE THRU 5900-EXIT
017220     DISPLAY "MSTBKUP: " WM-NAME (WS-MASTER-SUB) " "
017230             WS-MEMBER-RESULT.
017240 2315-EXIT.
017250     EXIT.
017260
017270 2320-RELOAD-ONE-RECORD.
017280     READ GENERATION-FILE
017290         AT END
017300             MOVE "Y" TO WS-GEN-EOF-SW
017310     END-READ
017320     IF WS-GEN-EOF
017330         GO TO 2320-EXIT
017340     END-IF
017350     IF WS-GEN-STATUS NOT = "00"
017360         SET WS-GEN-ERROR TO TRUE
017370         SET WS-GEN-EOF TO TRUE
017380         GO TO 2320-EXIT
017390     END-IF
017400     MOVE SPACES TO WS-MASTER-BUFFER
017410     MOVE GENERATION-RECORD (1:WS-GEN-RECORD-LENGTH)
017420         TO WS-MASTER-BUFFER
017430     PERFORM 3140-WRITE-MASTER THRU 3140-EXIT
017440     IF NOT WS-MASTER-ERROR
017450         ADD 1 TO WS-RESTORED-COUNT
017460     END-IF.
017470 2320-EXIT.
017480     EXIT.
017490
017500*================================================================
017510*    2400-APPLY-LIST - THE CATALOG ROWS FOR THE CHOSEN MASTER(S),
017520*    OLDEST GENERATION FIRST; A GENERATION ON THE TRANSACTION
017530*    LIMITS THE LIST TO THAT ONE
017540*================================================================
017550 2400-APPLY-LIST.
017560     MOVE SPACES TO WS-REPORT-LINE
017570     STRING "  GENERATION         MASTER    STATE      "
017580                                    DELIMITED BY SIZE
017590            "  RECORDS  CHECKSUM         BYTES  TAKEN BY"
017600                                    DELIMITED BY SIZE
017610            "  VERIFIED AT"         DELIMITED BY SIZE
017620            INTO WS-REPORT-LINE
017630     PERFORM 5900-PUT-LINE THRU 5900-EXIT
017640     IF WS-CUR-GENERATION = "LATEST"
017650         MOVE SPACES TO WS-CUR-GENERATION
017660     END-IF
017670     MOVE LOW-VALUES TO BC-CATALOG-KEY
017680     MOVE "N" TO WS-CATALOG-EOF-SW
017690     START BACKUP-CATALOG-FILE KEY IS NOT LESS THAN BC-CATALOG-KEY
017700         INVALID KEY
017710             MOVE "Y" TO WS-CATALOG-EOF-SW
017720     END-START
017730     PERFORM 2410-LIST-ONE-ROW THRU 2410-EXIT
017740         UNTIL WS-CATALOG-EOF
017750     PERFORM 2700-ACCEPT-TRANSACTION THRU 2700-EXIT.
017760 2400-EXIT.
017770     EXIT.
017780
017790 2410-LIST-ONE-ROW.
017800     READ BACKUP-CATALOG-FILE NEXT RECORD
017810         AT END
017820             MOVE "Y" TO WS-CATALOG-EOF-SW
017830     END-READ
017840     IF WS-CATALOG-EOF
017850         GO TO 2410-EXIT
017860     END-IF
017870     IF NOT WS-ALL-MASTERS AND BC-MASTER NOT = WS-CUR-MASTER
017880         GO TO 2410-EXIT
017890     END-IF
017900     IF WS-CUR-GENERATION NOT = SPACES
017910         AND BC-GENERATION NOT = WS-CUR-GENERATION
017920         GO TO 2410-EXIT
017930     END-IF
017940     MOVE SPACES          TO WS-CATALOG-LINE
017950     MOVE BC-GENERATION   TO CL-GENERATION
017960     MOVE BC-MASTER       TO CL-MASTER
017970     MOVE BC-STATE        TO CL-STATE
017980     MOVE BC-RECORD-COUNT TO CL-RECORD-COUNT
017990     MOVE BC-CHECKSUM     TO CL-CHECKSUM
018000     MOVE BC-SIZE         TO CL-SIZE
018010     MOVE BC-TAKEN-BY     TO CL-TAKEN-BY
018020     MOVE BC-VERIFIED-AT  TO CL-VERIFIED-AT
018030     MOVE WS-CATALOG-LINE TO WS-REPORT-LINE
018040     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
018050 2410-EXIT.
018060     EXIT.
018070
018080*----------------------------------------------------------------
018090*    2700/2800 - CLOSE OUT ONE TRANSACTION, EITHER WAY WITH AN
018100*    AUDIT RECORD SO THE TRAIL IS COMPLETE
018110*----------------------------------------------------------------
018120 2700-ACCEPT-TRANSACTION.
018130     MOVE "APPLIED " TO WS-CUR-RESULT
018140     ADD 1 TO WS-APPLIED-COUNT
018150     MOVE "  APPLIED" TO WS-REPORT-LINE
018160     PERFORM 5900-PUT-LINE THRU 5900-EXIT
018170     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
018180 2700-EXIT.
018190     EXIT.
018200
018210 2800-REJECT-TRANSACTION.
018220     SET WS-TRAN-REJECTED TO TRUE
018230     MOVE "REJECTED" TO WS-CUR-RESULT
018240     ADD 1 TO WS-REJECTED-COUNT
018250     DISPLAY "MSTBKUP: " WS-CUR-ACTION " " WS-CUR-MASTER
018260             " REJECTED - " WS-REJECT-MESSAGE
018270     MOVE SPACES TO WS-REPORT-LINE
018280     STRING "  REJECTED - "    DELIMITED BY SIZE
018290            WS-REJECT-MESSAGE  DELIMITED BY SIZE
018300            INTO WS-REPORT-LINE
018310     PERFORM 5900-PUT-LINE THRU 5900-EXIT
018320     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
018330 2800-EXIT.
018340     EXIT.
018350
018360 2900-READ-TRANSACTION.
018370     READ BACKUP-TRAN-FILE
018380         AT END
018390             MOVE "Y" TO WS-TRAN-EOF-SW
018400     END-READ.
018410 2900-EXIT.
018420     EXIT.
018430
018440*================================================================
018450*    3100-3140 - MASTER FILE I/O.  WS-MASTER-SUB PICKS THE
018460*    MASTER; RECORDS PASS THROUGH WS-MASTER-BUFFER.
018470*================================================================
018480 3100-OPEN-MASTER-INPUT.
018490     MOVE "N" TO WS-MASTER-OPEN-SW
018500     EVALUATE WS-MASTER-SUB
018510         WHEN 1  OPEN INPUT CHECKPOINT-FILE
018520         WHEN 2  OPEN INPUT RUN-HISTORY-FILE
018530         WHEN 3  OPEN INPUT SNIPPET-LIBRARY-FILE
018540         WHEN 4  OPEN INPUT SNIPPET-VERSION-FILE
018550         WHEN 5  OPEN INPUT SNIPPET-RESULT-FILE
018560         WHEN 6  OPEN INPUT SNIPPET-EXPECTED-FILE
018570         WHEN 7  OPEN INPUT IMAGE-MASTER-FILE
018580         WHEN 8  OPEN INPUT OUTPUT-CATALOG-FILE
018590         WHEN 9  OPEN INPUT REQUEST-MASTER-FILE
018600         WHEN 10 OPEN INPUT REQUEST-IMAGE-FILE
018610     END-EVALUATE
018620     IF WS-MASTER-STATUS = "00"
018630         SET WS-MASTER-OPEN TO TRUE
018640     END-IF.
018650 3100-EXIT.
018660     EXIT.
018670
018680 3110-READ-MASTER-NEXT.
018690     MOVE SPACES TO WS-MASTER-BUFFER
018700     EVALUATE WS-MASTER-SUB
018710         WHEN 1
018720             READ CHECKPOINT-FILE NEXT RECORD
018730                 INTO WS-MASTER-BUFFER
018740                 AT END MOVE "Y" TO WS-MASTER-EOF-SW
018750             END-READ
018760         WHEN 2
018770             READ RUN-HISTORY-FILE NEXT RECORD
018780                 INTO WS-MASTER-BUFFER
018790                 AT END MOVE "Y" TO WS-MASTER-EOF-SW
018800             END-READ
018810         WHEN 3
018820             READ SNIPPET-LIBRARY-FILE NEXT RECORD
018830                 INTO WS-MASTER-BUFFER
018840                 AT END MOVE "Y" TO WS-MASTER-EOF-SW
018850             END-READ
018860         WHEN 4
018870             READ SNIPPET-VERSION-FILE NEXT RECORD
018880                 INTO WS-MASTER-BUFFER
018890                 AT END MOVE "Y" TO WS-MASTER-EOF-SW
018900             END-READ
018910         WHEN 5
018920             READ SNIPPET-RESULT-FILE NEXT RECORD
018930                 INTO WS-MASTER-BUFFER
018940                 AT END MOVE "Y" TO WS-MASTER-EOF-SW
018950             END-READ
018960         WHEN 6
018970             READ SNIPPET-EXPECTED-FILE NEXT RECORD
018980                 INTO WS-MASTER-BUFFER
018990                 AT END MOVE "Y" TO WS-MASTER-EOF-SW
019000             END-READ
019010         WHEN 7
019020             READ IMAGE-MASTER-FILE NEXT RECORD
019030                 INTO WS-MASTER-BUFFER
019040                 AT END MOVE "Y" TO WS-MASTER-EOF-SW
019050             END-READ
019060         WHEN 8
019070             READ OUTPUT-CATALOG-FILE NEXT RECORD
019080                 INTO WS-MASTER-BUFFER
019090                 AT END MOVE "Y" TO WS-MASTER-EOF-SW
019100             END-READ
019110         WHEN 9
019120             READ REQUEST-MASTER-FILE NEXT RECORD
019130                 INTO WS-MASTER-BUFFER
019140                 AT END MOVE "Y" TO WS-MASTER-EOF-SW
019150             END-READ
019160         WHEN 10
019170             READ REQUEST-IMAGE-FILE NEXT RECORD
019180                 INTO WS-MASTER-BUFFER
019190                 AT END MOVE "Y" TO WS-MASTER-EOF-SW
019200             END-READ
019210     END-EVALUATE
019220     IF NOT WS-MASTER-EOF
019230         AND WS-MASTER-STATUS NOT = "00"
019240         AND WS-MASTER-STATUS NOT = "02"
019250         SET WS-MASTER-ERROR TO TRUE
019260         SET WS-MASTER-EOF TO TRUE
019270     END-IF.
019280 3110-EXIT.
019290     EXIT.
019300
019310 3120-CLOSE-MASTER.
019320     IF NOT WS-MASTER-OPEN
019330         GO TO 3120-EXIT
019340     END-IF
019350     EVALUATE WS-MASTER-SUB
019360         WHEN 1  CLOSE CHECKPOINT-FILE
019370         WHEN 2  CLOSE RUN-HISTORY-FILE
019380         WHEN 3  CLOSE SNIPPET-LIBRARY-FILE
019390         WHEN 4  CLOSE SNIPPET-VERSION-FILE
019400         WHEN 5  CLOSE SNIPPET-RESULT-FILE
019410         WHEN 6  CLOSE SNIPPET-EXPECTED-FILE
019420         WHEN 7  CLOSE IMAGE-MASTER-FILE
019430         WHEN 8  CLOSE OUTPUT-CATALOG-FILE
019440         WHEN 9  CLOSE REQUEST-MASTER-FILE
019450         WHEN 10 CLOSE REQUEST-IMAGE-FILE
019460     END-EVALUATE
019470     MOVE "N" TO WS-MASTER-OPEN-SW.
019480 3120-EXIT.
019490     EXIT.
019500
019510*----------------------------------------------------------------
019520*    3130 - OPEN OUTPUT EMPTIES THE MASTER; IT IS THEN REOPENED
019530*    FOR UPDATE, AS MAIN CREATES ITS FILES
019540*----------------------------------------------------------------
019550 3130-OPEN-MASTER-OUTPUT.
019560     MOVE "N" TO WS-MASTER-OPEN-SW
019570     EVALUATE WS-MASTER-SUB
019580         WHEN 1  OPEN OUTPUT CHECKPOINT-FILE
019590         WHEN 2  OPEN OUTPUT RUN-HISTORY-FILE
019600         WHEN 3  OPEN OUTPUT SNIPPET-LIBRARY-FILE
019610         WHEN 4  OPEN OUTPUT SNIPPET-VERSION-FILE
019620         WHEN 5  OPEN OUTPUT SNIPPET-RESULT-FILE
019630         WHEN 6  OPEN OUTPUT SNIPPET-EXPECTED-FILE
019640         WHEN 7  OPEN OUTPUT IMAGE-MASTER-FILE
019650         WHEN 8  OPEN OUTPUT OUTPUT-CATALOG-FILE
019660         WHEN 9  OPEN OUTPUT REQUEST-MASTER-FILE
019670         WHEN 10 OPEN OUTPUT REQUEST-IMAGE-FILE
019680     END-EVALUATE
019690     IF WS-MASTER-STATUS NOT = "00"
019700         GO TO 3130-EXIT
019710     END-IF
019720     SET WS-MASTER-OPEN TO TRUE
019730     PERFORM 3120-CLOSE-MASTER THRU 3120-EXIT
019740     EVALUATE WS-MASTER-SUB
019750         WHEN 1  OPEN I-O CHECKPOINT-FILE
019760         WHEN 2  OPEN I-O RUN-HISTORY-FILE
019770         WHEN 3  OPEN I-O SNIPPET-LIBRARY-FILE
019780         WHEN 4  OPEN I-O SNIPPET-VERSION-FILE
019790         WHEN 5  OPEN I-O SNIPPET-RESULT-FILE
019800         WHEN 6  OPEN I-O SNIPPET-EXPECTED-FILE
019810         WHEN 7  OPEN I-O IMAGE-MASTER-FILE
019820         WHEN 8  OPEN I-O OUTPUT-CATALOG-FILE
019830         WHEN 9  OPEN I-O REQUEST-MASTER-FILE
019840         WHEN 10 OPEN I-O REQUEST-IMAGE-FILE
019850     END-EVALUATE
019860     IF WS-MASTER-STATUS = "00"
019870         SET WS-MASTER-OPEN TO TRUE
019880     END-IF.
019890 3130-EXIT.
019900     EXIT.
019910
019920 3140-WRITE-MASTER.
019930     EVALUATE WS-MASTER-SUB
019940         WHEN 1
019950             WRITE CHECKPOINT-RECORD FROM WS-MASTER-BUFFER
019960         WHEN 2
019970             WRITE RUN-HISTORY-RECORD FROM WS-MASTER-BUFFER
019980         WHEN 3
019990             WRITE SNIPPET-LIBRARY-RECORD FROM WS-MASTER-BUFFER
020000         WHEN 4
020010             WRITE SNIPPET-VERSION-RECORD FROM WS-MASTER-BUFFER
020020         WHEN 5
020030             WRITE SNIPPET-RESULT-RECORD FROM WS-MASTER-BUFFER
020040         WHEN 6
020050             WRITE SNIPPET-EXPECTED-RECORD FROM WS-MASTER-BUFFER
020060         WHEN 7
020070             WRITE IMAGE-MASTER-RECORD FROM WS-MASTER-BUFFER
020080         WHEN 8
020090             WRITE OUTPUT-CATALOG-RECORD FROM WS-MASTER-BUFFER
020100         WHEN 9
020110             WRITE REQUEST-MASTER-RECORD FROM WS-MASTER-BUFFER
020120         WHEN 10
020130             WRITE REQUEST-IMAGE-RECORD FROM WS-MASTER-BUFFER
020140     END-EVALUATE
020150     IF WS-MASTER-STATUS NOT = "00"
020160         SET WS-MASTER-ERROR TO TRUE
020170     END-IF.
020180 3140-EXIT.
020190     EXIT.
020200
020210*----------------------------------------------------------------
020220*    3300/3310 - RECORDS NOW IN THE MASTER (ZERO IF IT IS NOT
020230*    THERE)
020240*----------------------------------------------------------------
020250 3300-COUNT-MASTER.
020260     MOVE ZERO TO WS-RECORD-COUNT
020270     PERFORM 3100-OPEN-MASTER-INPUT THRU 3100-EXIT
020280     IF NOT WS-MASTER-OPEN
020290         GO TO 3300-EXIT
020300     END-IF
020310     MOVE "N" TO WS-MASTER-EOF-SW
020320     PERFORM 3310-COUNT-ONE-RECORD THRU 3310-EXIT
020330         UNTIL WS-MASTER-EOF
020340     PERFORM 3120-CLOSE-MASTER THRU 3120-EXIT.
020350 3300-EXIT.
020360     EXIT.
020370
020380 3310-COUNT-ONE-RECORD.
020390     PERFORM 3110-READ-MASTER-NEXT THRU 3110-EXIT
020400     IF NOT WS-MASTER-EOF
020410         ADD 1 TO WS-RECORD-COUNT
020420     END-IF.
020430 3310-EXIT.
020440     EXIT.
020450
020460*----------------------------------------------------------------
020470*    3400 - GENERATION FILE NAME: PREFIX, MASTER, GENERATION
020480*----------------------------------------------------------------
020490 3400-BUILD-GEN-FILENAME.
020500     MOVE SPACES TO WS-GEN-FILENAME
020510     STRING WS-ENV-PREFIX           DELIMITED BY SPACE
020520            WM-NAME (WS-MASTER-SUB) DELIMITED BY SPACE
020530            "."                     DELIMITED BY SIZE
020540            WS-CUR-GENERATION       DELIMITED BY SPACE
020550            INTO WS-GEN-FILENAME.
020560 3400-EXIT.
020570     EXIT.
020580
020590*----------------------------------------------------------------
020600*    3500 - CHECKSUM AND SIZE OF THE GENERATION FILE, BY THE
020610*    SHELL CKSUM CALL MAIN USES FOR ITS OUTPUT FILES.  THE WORK
020620*    FILE IS REMOVED FIRST SO A FAILED CALL CANNOT PICK UP AN
020630*    EARLIER FILE'S FIGURES.
020640*----------------------------------------------------------------
020650 3500-CKSUM-GEN-FILE.
020660     MOVE "N" TO WS-CKSUM-FOUND-SW
020670     MOVE ZERO TO WS-CKSUM-VALUE
020680     MOVE ZERO TO WS-CKSUM-SIZE
020690     MOVE SPACES TO WS-SHELL-COMMAND
020700     STRING "rm -f "              DELIMITED BY SIZE
020710            WS-BKUPWORK-FILENAME  DELIMITED BY SPACE
020720            "; c=$(cksum '"       DELIMITED BY SIZE
020730            WS-GEN-FILENAME       DELIMITED BY SPACE
020740            "' 2>/dev/null) && set -- $c && "
020750                                  DELIMITED BY SIZE
020760            "printf '%010d %010d\n' $1 $2 > "
020770                                  DELIMITED BY SIZE
020780            WS-BKUPWORK-FILENAME  DELIMITED BY SPACE
020790            " 2>/dev/null"        DELIMITED BY SIZE
020800            INTO WS-SHELL-COMMAND
020810     CALL "SYSTEM" USING WS-SHELL-COMMAND
020820     OPEN INPUT BACKUP-WORK-FILE
020830     IF WS-BKUPWORK-STATUS NOT = "00"
020840         GO TO 3500-EXIT
020850     END-IF
020860     READ BACKUP-WORK-FILE
020870         AT END CONTINUE
020880     END-READ
020890     IF WS-BKUPWORK-STATUS = "00"
020900         AND BW-CHECKSUM IS NUMERIC
020910         AND BW-SIZE IS NUMERIC
020920         MOVE BW-CHECKSUM TO WS-CKSUM-VALUE
020930         MOVE BW-SIZE     TO WS-CKSUM-SIZE
020940         SET WS-CKSUM-FOUND TO TRUE
020950     END-IF
020960     CLOSE BACKUP-WORK-FILE.
020970 3500-EXIT.
020980     EXIT.
020990
021000*================================================================
021010*    4000/4010 - THE DISTINCT GENERATIONS IN THE CATALOG, OLDEST
021020*    FIRST.  FOR ONE MASTER ONLY GENERATIONS THAT HOLD A COPY OF
021030*    IT COUNT; FOR ALL MASTERS EVERY GENERATION DOES.  WITH
021040*    WS-USABLE-ONLY SET, FAILED AND ABSENT ROWS ARE PASSED OVER.
021050*================================================================
021060 4000-LOAD-GENERATIONS.
021070     MOVE ZERO TO WS-GEN-COUNT
021080     MOVE LOW-VALUES TO BC-CATALOG-KEY
021090     MOVE "N" TO WS-CATALOG-EOF-SW
021100     START BACKUP-CATALOG-FILE KEY IS NOT LESS THAN BC-CATALOG-KEY
021110         INVALID KEY
021120             MOVE "Y" TO WS-CATALOG-EOF-SW
021130     END-START
021140     PERFORM 4010-LOAD-ONE-GENERATION THRU 4010-EXIT
021150         UNTIL WS-CATALOG-EOF.
021160 4000-EXIT.
021170     EXIT.
021180
021190 4010-LOAD-ONE-GENERATION.
021200     READ BACKUP-CATALOG-FILE NEXT RECORD
021210         AT END
021220             MOVE "Y" TO WS-CATALOG-EOF-SW
021230     END-READ
021240     IF WS-CATALOG-EOF
021250         GO TO 4010-EXIT
021260     END-IF
021270     IF WS-USABLE-ONLY
021280         IF BC-STATE = "FAILED" OR BC-STATE = "ABSENT"
021290             GO TO 4010-EXIT
021300         END-IF
021310     END-IF
021320     IF NOT WS-ALL-MASTERS
021330         IF BC-MASTER NOT = WS-CUR-MASTER OR BC-STATE = "ABSENT"
021340             GO TO 4010-EXIT
021350         END-IF
021360     END-IF
021370     IF WS-GEN-COUNT > ZERO
021380         IF WS-GEN-ENTRY (WS-GEN-COUNT) = BC-GENERATION
021390             GO TO 4010-EXIT
021400         END-IF
021410     END-IF
021420     IF WS-GEN-COUNT < 999
021430         ADD 1 TO WS-GEN-COUNT
021440         MOVE BC-GENERATION TO WS-GEN-ENTRY (WS-GEN-COUNT)
021450     END-IF.
021460 4010-EXIT.
021470     EXIT.
021480
021490 5800-WRITE-MEMBER-LINE.
021500     MOVE SPACES TO WS-MEMBER-LINE
021510     MOVE WM-NAME (WS-MASTER-SUB) TO ML-MASTER
021520     MOVE WS-MEMBER-RESULT        TO ML-RESULT
021530     MOVE WS-MEMBER-LINE TO WS-REPORT-LINE
021540     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
021550 5800-EXIT.
021560     EXIT.
021570
021580 5900-PUT-LINE.
021590     WRITE BACKUP-REPORT-RECORD FROM WS-REPORT-LINE.
021600 5900-EXIT.
021610     EXIT.
021620
021630*================================================================
021640*    6000-WRITE-AUDIT-RECORD - ONE BKUPAUD ROW PER TRANSACTION
021650*================================================================
021660 6000-WRITE-AUDIT-RECORD.
021670     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
021680     MOVE SPACES               TO BACKUP-AUDIT-RECORD
021690     MOVE WS-CURRENT-TIMESTAMP TO BA-TIMESTAMP
021700     MOVE WS-CUR-USER          TO BA-USER-ID
021710     MOVE WS-CUR-ACTION        TO BA-ACTION
021720     MOVE WS-CUR-GENERATION    TO BA-GENERATION
021730     MOVE WS-CUR-MASTER        TO BA-MASTER
021740     MOVE WS-CUR-RESULT        TO BA-RESULT
021750     MOVE WS-REJECT-MESSAGE    TO BA-MESSAGE
021760     WRITE BACKUP-AUDIT-RECORD.
021770 6000-EXIT.
021780     EXIT.
021790
021800*================================================================
021810*    9000-FINALIZE - TOTALS, THEN CLOSE EVERYTHING.  A BACKUP
021820*    OR RESTORE THAT DID NOT COMPLETE ENDS THE JOB WITH
021830*    RETURN CODE 8.
021840*================================================================
021850 9000-FINALIZE.
021860     DISPLAY "MSTBKUP: TRANSACTIONS READ . . : " WS-TRAN-COUNT
021870     DISPLAY "MSTBKUP: TRANSACTIONS APPLIED  : "
021880             WS-APPLIED-COUNT
021890     DISPLAY "MSTBKUP: TRANSACTIONS REJECTED : "
021900             WS-REJECTED-COUNT
021910     MOVE SPACES TO WS-REPORT-LINE
021920     PERFORM 5900-PUT-LINE THRU 5900-EXIT
021930     MOVE WS-TRAN-COUNT     TO WS-EDIT-COUNT-1
021940     MOVE WS-APPLIED-COUNT  TO WS-EDIT-COUNT-2
021950     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT-3
021960     MOVE SPACES TO WS-REPORT-LINE
021970     STRING "TRANSACTIONS READ "  DELIMITED BY SIZE
021980            WS-EDIT-COUNT-1       DELIMITED BY SIZE
021990            "  APPLIED "          DELIMITED BY SIZE
022000            WS-EDIT-COUNT-2       DELIMITED BY SIZE
022010            "  REJECTED "         DELIMITED BY SIZE
022020            WS-EDIT-COUNT-3       DELIMITED BY SIZE
022030            INTO WS-REPORT-LINE
022040     PERFORM 5900-PUT-LINE THRU 5900-EXIT
022050     CLOSE BACKUP-TRAN-FILE
022060     IF WS-BKUPCAT-AVAILABLE
022070         CLOSE BACKUP-CATALOG-FILE
022080     END-IF
022090     CLOSE BACKUP-AUDIT-FILE
022100     CLOSE BACKUP-REPORT-FILE
022110     PERFORM 9400-RELEASE-RUN-LOCK THRU 9400-EXIT
022120     IF WS-BACKUP-FAILED
022130         DISPLAY "MSTBKUP: BACKUP INCOMPLETE - RETURN CODE 8"
022140     END-IF
022150     IF WS-RESTORE-FAILED
022160         DISPLAY "MSTBKUP: RESTORE INCOMPLETE - RETURN CODE 8"
022170     END-IF
022180     IF WS-BACKUP-FAILED OR WS-RESTORE-FAILED
022190         MOVE 8 TO RETURN-CODE
022200     END-IF.
022210 9000-EXIT.
022220     EXIT.
022230
022240*----------------------------------------------------------------
022250*    9400 - RELEASE THE RUN LOCK.  EMPTYING THE FILE FREES IT.
022260*----------------------------------------------------------------
022270 9400-RELEASE-RUN-LOCK.
022280     IF NOT WS-RUN-LOCK-HELD
022290         GO TO 9400-EXIT
022300     END-IF
022310     OPEN OUTPUT RUN-LOCK-FILE
022320     IF WS-RUNLOCK-STATUS = "00"
022330         CLOSE RUN-LOCK-FILE
022340     END-IF
022350     MOVE "N" TO WS-RUN-LOCK-HELD-SW.
022360 9400-EXIT.
022370     EXIT.
