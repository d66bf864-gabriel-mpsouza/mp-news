000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Log-Housekeeping.
000030 AUTHOR. GABRIEL MOURA.
000040 INSTALLATION. ESCOLA DE REFERENCIA MACIEL PINHEIRO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070* ---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT DESCRIPTION
000100* 15/10/2026 GM   Original version. Housekeeping batch for the
000110*                 files the control shell only ever appends to.
000120*                 Per the HKPOL policy (days to keep live, days
000130*                 to keep archived) it rolls old METRICS,
000140*                 INCIDENTS and SENTLOG records and a stale
000150*                 FLEETRPT into dated archive files, compresses
000160*                 JOBLOG spools past their age and deletes them
000170*                 later - never a spool a recent AUDITLOG record
000180*                 still points at - deletes archives past their
000190*                 keep days and prints a control report of
000200*                 records and bytes moved, kept and deleted per
000210*                 file.
000220* ---------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT HOUSEKEEPING-POLICY-FILE ASSIGN TO "HKPOL"
000300         ORGANIZATION LINE SEQUENTIAL
000310         FILE STATUS IS LHK-POLICY-FILE-STATUS.
000320     SELECT ROLL-INPUT-FILE ASSIGN TO "HKIN"
000330         ORGANIZATION LINE SEQUENTIAL
000340         FILE STATUS IS LHK-INPUT-FILE-STATUS.
000350     SELECT ROLL-KEEP-FILE ASSIGN TO "HKKEEP"
000360         ORGANIZATION LINE SEQUENTIAL
000370         FILE STATUS IS LHK-KEEP-FILE-STATUS.
000380     SELECT ROLL-ARCHIVE-FILE ASSIGN TO "HKARCH"
000390         ORGANIZATION LINE SEQUENTIAL
000400         FILE STATUS IS LHK-ARCHIVE-FILE-STATUS.
000410     SELECT AUDIT-WORK-FILE ASSIGN TO "HKAUDIT"
000420         ORGANIZATION LINE SEQUENTIAL
000430         FILE STATUS IS LHK-AUDIT-FILE-STATUS.
000440     SELECT FILE-LIST-FILE ASSIGN TO "HKLIST"
000450         ORGANIZATION LINE SEQUENTIAL
000460         FILE STATUS IS LHK-LIST-FILE-STATUS.
000470     SELECT FILE-SIZE-FILE ASSIGN TO "HKSIZE"
000480         ORGANIZATION LINE SEQUENTIAL
000490         FILE STATUS IS LHK-SIZE-FILE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530* HOUSEKEEPING-POLICY-FILE HOLDS ONE LINE PER HOUSEKEPT FILE
000540* (METRICS, INCIDENTS, SENTLOG, FLEETRPT, JOBLOG): HOW MANY DAYS
000550* A RECORD (OR SPOOL) STAYS IN THE LIVE FILE AND HOW MANY DAYS
000560* ITS ARCHIVE IS KEPT AFTER THAT. A FILE WITH NO LINE, OR A
000570* ZERO, TAKES THE DEFAULT SET IN INITIALIZE-FILE-TABLE.
000580 FD  HOUSEKEEPING-POLICY-FILE.
000590 01  HOUSEKEEPING-POLICY-RECORD.
000600     05  HP-FILE                      PIC X(10).
000610     05  FILLER                       PIC X(01).
000620     05  HP-LIVE-DAYS                 PIC 9(03).
000630     05  FILLER                       PIC X(01).
000640     05  HP-ARCH-DAYS                 PIC 9(03).
000650
000660* ROLL-INPUT-FILE IS A COPY OF THE LIVE FILE BEING ROLLED. EACH
000670* OF ITS RECORDS GOES EITHER TO ROLL-KEEP-FILE, WHICH THEN
000680* REPLACES THE LIVE FILE, OR TO ROLL-ARCHIVE-FILE, WHICH IS
000690* APPENDED TO THE DATED ARCHIVE - SEE STAMP-ROLL-ARCHIVE. THE
000700* RECORDS ARE COPIED AS THEY ARE, SO ONE LAYOUT SERVES ALL.
000710 FD  ROLL-INPUT-FILE.
000720 01  ROLL-INPUT-RECORD            PIC X(200).
000730
000740 FD  ROLL-KEEP-FILE.
000750 01  ROLL-KEEP-RECORD             PIC X(200).
000760
000770 FD  ROLL-ARCHIVE-FILE.
000780 01  ROLL-ARCHIVE-RECORD          PIC X(200).
000790
000800* AUDIT-WORK-FILE IS THE LIVE AUDITLOG PLUS THE AUDITARCH FILES
000810* OF THE LAST DAYS, GATHERED FOR THE SPOOL PROTECTION CHECK. THE
000820* LAYOUT MUST MATCH WRITE-AUDIT-RECORD IN THE SHELL. A NON-ZERO
000830* AL-SPOOL-SEQ MEANS THE COMMAND LEFT OUTPUT IN ITS RUN'S SPOOL.
000840 FD  AUDIT-WORK-FILE.
000850 01  AUDIT-LOG-RECORD.
000860     05  AL-TIMESTAMP                 PIC X(15).
000870     05  FILLER                       PIC X(01).
000880     05  AL-COMMAND                   PIC X(50).
000890     05  FILLER                       PIC X(01).
000900     05  AL-OUTCOME                   PIC X(15).
000910     05  FILLER                       PIC X(01).
000920     05  AL-OPERATOR                  PIC X(10).
000930     05  FILLER                       PIC X(01).
000940     05  AL-SPOOL-SEQ                 PIC X(06).
000950
000960* FILE-LIST-FILE IS AN LS OF THE SPOOLS OR ARCHIVES BEING
000970* JUDGED, ONE NAME PER LINE, IN NAME (THAT IS, DATE) ORDER.
000980 FD  FILE-LIST-FILE.
000990 01  FILE-LIST-RECORD             PIC X(60).
001000
001010* FILE-SIZE-FILE IS A ONE-LINE WORK FILE: THE LINE AND BYTE
001020* COUNT OF ONE FILE, OR THE DATE A FILE WAS LAST WRITTEN.
001030 FD  FILE-SIZE-FILE.
001040 01  FILE-SIZE-RECORD             PIC X(40).
001050
001060 WORKING-STORAGE SECTION.
001070* SWITCHES
001080 01  LHK-POLICY-EOF-SW            PIC X(01).
001090     88  LHK-POLICY-EOF               VALUE "Y".
001100     88  LHK-POLICY-NOT-EOF           VALUE "N".
001110 01  LHK-INPUT-EOF-SW             PIC X(01).
001120     88  LHK-INPUT-EOF                VALUE "Y".
001130     88  LHK-INPUT-NOT-EOF            VALUE "N".
001140 01  LHK-AUDIT-EOF-SW             PIC X(01).
001150     88  LHK-AUDIT-EOF                VALUE "Y".
001160     88  LHK-AUDIT-NOT-EOF            VALUE "N".
001170 01  LHK-LIST-EOF-SW              PIC X(01).
001180     88  LHK-LIST-EOF                 VALUE "Y".
001190     88  LHK-LIST-NOT-EOF             VALUE "N".
001200 01  LHK-SPOOL-FULL-SW            PIC X(01).
001210     88  LHK-SPOOL-FULL               VALUE "Y".
001220     88  LHK-SPOOL-NOT-FULL           VALUE "N".
001230
001240* STANDALONE COUNTERS AND TOTALS
001250 77  LHK-FILE-INDEX               PIC 9(03) COMP.
001260 77  LHK-TABLE-INDEX              PIC 9(03) COMP.
001270 77  LHK-SPOOL-USED               PIC 9(04) COMP.
001280 77  LHK-SPOOL-INDEX              PIC 9(04) COMP.
001290 77  LHK-SPOOL-OWNER              PIC 9(04) COMP.
001300 77  LHK-DATE-POS                 PIC 9(03) COMP.
001310 77  LHK-ROLL-MOVED               PIC 9(07) COMP.
001320 77  LHK-TODAY-SERIAL             PIC 9(07) COMP.
001330 77  LHK-ENTRY-AGE                PIC 9(05) COMP.
001340 77  LHK-EXPIRY-AGE               PIC 9(05) COMP.
001350 77  LHK-SAVED-RC                 PIC S9(09) COMP.
001360
001370 01  LHK-RUN-DATE                 PIC 9(08).
001380 01  LHK-RUN-DATE-X REDEFINES LHK-RUN-DATE
001390                                  PIC X(08).
001400 01  LHK-POLICY-FILE-STATUS       PIC X(02).
001410 01  LHK-INPUT-FILE-STATUS        PIC X(02).
001420 01  LHK-KEEP-FILE-STATUS         PIC X(02).
001430 01  LHK-ARCHIVE-FILE-STATUS      PIC X(02).
001440 01  LHK-AUDIT-FILE-STATUS        PIC X(02).
001450 01  LHK-LIST-FILE-STATUS         PIC X(02).
001460 01  LHK-SIZE-FILE-STATUS         PIC X(02).
001470 01  LHK-COMMAND                  PIC X(200).
001480 01  LHK-CUR-NAME                 PIC X(60).
001490 01  LHK-ARCHIVE-NAME             PIC X(30).
001500 01  LHK-ENTRY-DATE               PIC X(08).
001510 01  LHK-LIST-PREFIX              PIC X(20).
001520 01  LHK-LIST-DATE                PIC X(20).
001530 01  LHK-DAYS-DISP                PIC 9(03).
001540 01  LHK-COUNT-DISP               PIC ZZZ9.
001550
001560* THE LINE AND BYTE COUNTS OF THE FILE LAST MEASURED - SEE
001570* MEASURE-FILE. THE TEXT IS RIGHT-JUSTIFIED AND ZERO-FILLED SO
001580* IT READS AS A NUMBER THROUGH THE REDEFINITION.
001590 01  LHK-SIZE-LINES-X             PIC X(12) JUSTIFIED RIGHT.
001600 01  LHK-SIZE-LINES REDEFINES LHK-SIZE-LINES-X
001610                                  PIC 9(12).
001620 01  LHK-SIZE-BYTES-X             PIC X(12) JUSTIFIED RIGHT.
001630 01  LHK-SIZE-BYTES REDEFINES LHK-SIZE-BYTES-X
001640                                  PIC 9(12).
001650
001660* GREGORIAN DAY-SERIAL CONVERSION WORK FIELDS - SEE
001670* CONVERT-DATE-TO-SERIAL.
001680 01  LHK-CD-DATE.
001690     05  LHK-CD-YEAR              PIC 9(04).
001700     05  LHK-CD-MONTH             PIC 9(02).
001710     05  LHK-CD-DAY               PIC 9(02).
001720 77  LHK-CD-A                     PIC 9(02) COMP.
001730 77  LHK-CD-Y                     PIC 9(05) COMP.
001740 77  LHK-CD-M                     PIC 9(02) COMP.
001750 77  LHK-CD-WORK                  PIC 9(04) COMP.
001760 77  LHK-CD-Q4                    PIC 9(05) COMP.
001770 77  LHK-CD-Q100                  PIC 9(04) COMP.
001780 77  LHK-CD-Q400                  PIC 9(03) COMP.
001790 77  LHK-CD-SERIAL                PIC 9(07) COMP.
001800
001810* ONE ENTRY PER HOUSEKEPT FILE: ITS ARCHIVE PREFIX, WHERE THE
001820* YYYYMMDD OF A RECORD STARTS (ZERO - THE FILE IS JUDGED WHOLE),
001830* THE POLICY AND THE CONTROL TOTALS OF THE RUN.
001840 01  LHK-FILE-TABLE.
001850     05  LHK-FILE-ENTRY OCCURS 5 TIMES.
001860         10  LHK-F-NAME               PIC X(10).
001870         10  LHK-F-ARCHIVE            PIC X(10).
001880         10  LHK-F-DATE-POS           PIC 9(03) COMP.
001890         10  LHK-F-LIVE-DAYS          PIC 9(03).
001900         10  LHK-F-ARCH-DAYS          PIC 9(03).
001910         10  LHK-F-MOVED              PIC 9(07) COMP.
001920         10  LHK-F-MOVED-BYTES        PIC 9(12) COMP.
001930         10  LHK-F-KEPT               PIC 9(07) COMP.
001940         10  LHK-F-KEPT-BYTES         PIC 9(12) COMP.
001950         10  LHK-F-DELETED            PIC 9(07) COMP.
001960         10  LHK-F-DELETED-BYTES      PIC 9(12) COMP.
001970
001980* ONE ENTRY PER JOBLOG SPOOL ON DISK, OLDEST FIRST. THE STAMP IS
001990* THE RUN START THE SPOOL IS NAMED AFTER; A PROTECTED SPOOL IS
002000* THE ONE A RECENT AUDIT RECORD WROTE TO. A SPOOL BEYOND THE
002010* TABLE WAITS FOR THE NEXT RUN.
002020 01  LHK-SPOOL-TABLE.
002030     05  LHK-SPOOL-ENTRY OCCURS 2000 TIMES.
002040         10  LHK-S-NAME               PIC X(30).
002050         10  LHK-S-STAMP              PIC X(15).
002060         10  LHK-S-PACKED-SW          PIC X(01).
002070         10  LHK-S-PROTECTED-SW       PIC X(01).
002080
002090* THE PRINTED CONTROL REPORT LINE.
002100 01  LHK-REPORT-LINE.
002110     05  RL-FILE                      PIC X(10).
002120     05  FILLER                       PIC X(01).
002130     05  RL-LIVE-DAYS                 PIC ZZ9.
002140     05  FILLER                       PIC X(01).
002150     05  RL-ARCH-DAYS                 PIC ZZ9.
002160     05  FILLER                       PIC X(01).
002170     05  RL-MOVED                     PIC ZZZZZZ9.
002180     05  FILLER                       PIC X(01).
002190     05  RL-MOVED-BYTES               PIC Z(11)9.
002200     05  FILLER                       PIC X(01).
002210     05  RL-KEPT                      PIC ZZZZZZ9.
002220     05  FILLER                       PIC X(01).
002230     05  RL-KEPT-BYTES                PIC Z(11)9.
002240     05  FILLER                       PIC X(01).
002250     05  RL-DELETED                   PIC ZZZZZZ9.
002260     05  FILLER                       PIC X(01).
002270     05  RL-DELETED-BYTES             PIC Z(11)9.
002280
002290 PROCEDURE DIVISION.
002300*****************************************************************
002310* 0000-MAINLINE-CONTROL - LOADS THE POLICY, ROLLS THE RECORD
002320* FILES AND FLEETRPT, JUDGES THE JOBLOG SPOOLS, DELETES EXPIRED
002330* ARCHIVES AND PRINTS THE CONTROL REPORT. NO SHELL SHOULD BE
002340* WRITING TO THE ROLLED FILES WHILE THIS RUNS - A RECORD
002350* APPENDED BETWEEN THE COPY AND THE REWRITE WOULD BE LOST.
002360*****************************************************************
002370 0000-MAINLINE-CONTROL.
002380     ACCEPT LHK-RUN-DATE FROM DATE YYYYMMDD
002390     MOVE LHK-RUN-DATE-X TO LHK-CD-DATE
002400     PERFORM CONVERT-DATE-TO-SERIAL
002410     MOVE LHK-CD-SERIAL TO LHK-TODAY-SERIAL
002420     PERFORM INITIALIZE-FILE-TABLE
002430     PERFORM LOAD-POLICY-TABLE
002440     DISPLAY "===== Limpeza de Arquivos ====="
002450     DISPLAY "Data da execucao: " LHK-RUN-DATE-X
002460     PERFORM ROLL-RECORD-FILE
002470         VARYING LHK-FILE-INDEX FROM 1 BY 1
002480         UNTIL LHK-FILE-INDEX > 3
002490     MOVE 4 TO LHK-FILE-INDEX
002500     PERFORM ROLL-WHOLE-FILE
002510     MOVE 5 TO LHK-FILE-INDEX
002520     PERFORM JUDGE-JOBLOG-SPOOLS
002530     PERFORM PRUNE-ARCHIVES
002540         VARYING LHK-FILE-INDEX FROM 1 BY 1
002550         UNTIL LHK-FILE-INDEX > 4
002560     MOVE "rm -f HKIN HKKEEP HKARCH HKAUDIT HKLIST HKSIZE"
002570         TO LHK-COMMAND
002580     CALL "SYSTEM" USING LHK-COMMAND
002590     PERFORM PRINT-CONTROL-REPORT
002600     STOP RUN.
002610
002620*****************************************************************
002630* INITIALIZE-FILE-TABLE - THE FIVE HOUSEKEPT FILES WITH THEIR
002640* ARCHIVE PREFIX, DATE POSITION AND DEFAULT POLICY.
002650*****************************************************************
002660 INITIALIZE-FILE-TABLE.
002670     MOVE "METRICS" TO LHK-F-NAME(1)
002680     MOVE "METRARCH" TO LHK-F-ARCHIVE(1)
002690     MOVE 1 TO LHK-F-DATE-POS(1)
002700     MOVE 30 TO LHK-F-LIVE-DAYS(1)
002710     MOVE 365 TO LHK-F-ARCH-DAYS(1)
002720     MOVE "INCIDENTS" TO LHK-F-NAME(2)
002730     MOVE "INCARCH" TO LHK-F-ARCHIVE(2)
002740     MOVE 14 TO LHK-F-DATE-POS(2)
002750     MOVE 90 TO LHK-F-LIVE-DAYS(2)
002760     MOVE 730 TO LHK-F-ARCH-DAYS(2)
002770     MOVE "SENTLOG" TO LHK-F-NAME(3)
002780     MOVE "SENTARCH" TO LHK-F-ARCHIVE(3)
002790     MOVE 1 TO LHK-F-DATE-POS(3)
002800     MOVE 7 TO LHK-F-LIVE-DAYS(3)
002810     MOVE 90 TO LHK-F-ARCH-DAYS(3)
002820     MOVE "FLEETRPT" TO LHK-F-NAME(4)
002830     MOVE "FLEETARCH" TO LHK-F-ARCHIVE(4)
002840     MOVE ZERO TO LHK-F-DATE-POS(4)
002850     MOVE 7 TO LHK-F-LIVE-DAYS(4)
002860     MOVE 90 TO LHK-F-ARCH-DAYS(4)
002870     MOVE "JOBLOG" TO LHK-F-NAME(5)
002880     MOVE SPACES TO LHK-F-ARCHIVE(5)
002890     MOVE ZERO TO LHK-F-DATE-POS(5)
002900     MOVE 14 TO LHK-F-LIVE-DAYS(5)
002910     MOVE 90 TO LHK-F-ARCH-DAYS(5)
002920     PERFORM VARYING LHK-TABLE-INDEX FROM 1 BY 1
002930             UNTIL LHK-TABLE-INDEX > 5
002940         MOVE ZERO TO LHK-F-MOVED(LHK-TABLE-INDEX)
002950         MOVE ZERO TO LHK-F-MOVED-BYTES(LHK-TABLE-INDEX)
002960         MOVE ZERO TO LHK-F-KEPT(LHK-TABLE-INDEX)
002970         MOVE ZERO TO LHK-F-KEPT-BYTES(LHK-TABLE-INDEX)
002980         MOVE ZERO TO LHK-F-DELETED(LHK-TABLE-INDEX)
002990         MOVE ZERO TO LHK-F-DELETED-BYTES(LHK-TABLE-INDEX)
003000     END-PERFORM.
003010
003020*****************************************************************
003030* LOAD-POLICY-TABLE - OVERLAYS THE DEFAULTS WITH THE HKPOL
003040* LINES. A MISSING FILE RUNS ON THE DEFAULTS.
003050*****************************************************************
003060 LOAD-POLICY-TABLE.
003070     OPEN INPUT HOUSEKEEPING-POLICY-FILE
003080     IF LHK-POLICY-FILE-STATUS NOT = "00"
003090         DISPLAY "HKPOL ausente - usando os prazos padrao."
003100     ELSE
003110         MOVE "N" TO LHK-POLICY-EOF-SW
003120         PERFORM LOAD-POLICY-ENTRY UNTIL LHK-POLICY-EOF
003130         CLOSE HOUSEKEEPING-POLICY-FILE
003140     END-IF.
003150
003160*****************************************************************
003170* LOAD-POLICY-ENTRY - ONE HKPOL LINE ONTO ITS FILE'S ENTRY. AN
003180* UNKNOWN FILE NAME IS IGNORED.
003190*****************************************************************
003200 LOAD-POLICY-ENTRY.
003210     READ HOUSEKEEPING-POLICY-FILE
003220         AT END
003230             MOVE "Y" TO LHK-POLICY-EOF-SW
003240         NOT AT END
003250             PERFORM VARYING LHK-TABLE-INDEX FROM 1 BY 1
003260                     UNTIL LHK-TABLE-INDEX > 5
003270                 IF LHK-F-NAME(LHK-TABLE-INDEX) = HP-FILE
003280                     IF HP-LIVE-DAYS IS NUMERIC
003290                             AND HP-LIVE-DAYS > ZERO
003300                         MOVE HP-LIVE-DAYS
003310                             TO LHK-F-LIVE-DAYS(LHK-TABLE-INDEX)
003320                     END-IF
003330                     IF HP-ARCH-DAYS IS NUMERIC
003340                             AND HP-ARCH-DAYS > ZERO
003350                         MOVE HP-ARCH-DAYS
003360                             TO LHK-F-ARCH-DAYS(LHK-TABLE-INDEX)
003370                     END-IF
003380                 END-IF
003390             END-PERFORM
003400     END-READ.
003410
003420*****************************************************************
003430* ROLL-RECORD-FILE - ROLLS ONE DATED RECORD FILE: EVERY RECORD
003440* OLDER THAN THE LIVE DAYS GOES TO THE ARCHIVE OF THE RUN DATE,
003450* E.G. METRARCH.20261015, AND THE LIVE FILE IS REWRITTEN WITH
003460* THE REST. A RECORD WITH NO READABLE DATE STAYS LIVE.
003470*****************************************************************
003480 ROLL-RECORD-FILE.
003490     MOVE SPACES TO LHK-COMMAND
003500     STRING "cp " DELIMITED BY SIZE
003510            LHK-F-NAME(LHK-FILE-INDEX) DELIMITED BY SPACE
003520            " HKIN 2>/dev/null" DELIMITED BY SIZE
003530            INTO LHK-COMMAND
003540     CALL "SYSTEM" USING LHK-COMMAND
003550     IF RETURN-CODE NOT = ZERO
003560         DISPLAY LHK-F-NAME(LHK-FILE-INDEX)
003570             " ausente - nada a arquivar."
003580     ELSE
003590         MOVE LHK-F-DATE-POS(LHK-FILE-INDEX) TO LHK-DATE-POS
003600         MOVE ZERO TO LHK-ROLL-MOVED
003610         OPEN INPUT ROLL-INPUT-FILE
003620         OPEN OUTPUT ROLL-KEEP-FILE
003630         OPEN OUTPUT ROLL-ARCHIVE-FILE
003640         MOVE "N" TO LHK-INPUT-EOF-SW
003650         PERFORM ROLL-NEXT-RECORD UNTIL LHK-INPUT-EOF
003660         CLOSE ROLL-INPUT-FILE
003670         CLOSE ROLL-KEEP-FILE
003680         CLOSE ROLL-ARCHIVE-FILE
003690         IF LHK-ROLL-MOVED = ZERO
003700             MOVE "HKIN" TO LHK-CUR-NAME
003710         ELSE
003720             MOVE "HKARCH" TO LHK-CUR-NAME
003730             PERFORM MEASURE-FILE
003740             ADD LHK-ROLL-MOVED TO LHK-F-MOVED(LHK-FILE-INDEX)
003750             ADD LHK-SIZE-BYTES
003760                 TO LHK-F-MOVED-BYTES(LHK-FILE-INDEX)
003770             PERFORM STAMP-ROLL-ARCHIVE
003780             MOVE "HKKEEP" TO LHK-CUR-NAME
003790         END-IF
003800         PERFORM MEASURE-FILE
003810         ADD LHK-SIZE-LINES TO LHK-F-KEPT(LHK-FILE-INDEX)
003820         ADD LHK-SIZE-BYTES TO LHK-F-KEPT-BYTES(LHK-FILE-INDEX)
003830     END-IF.
003840
003850*****************************************************************
003860* ROLL-NEXT-RECORD - ROUTES ONE RECORD OF THE COPY TO THE KEEP
003870* OR THE ARCHIVE WORK FILE BY THE AGE OF ITS DATE.
003880*****************************************************************
003890 ROLL-NEXT-RECORD.
003900     READ ROLL-INPUT-FILE
003910         AT END
003920             MOVE "Y" TO LHK-INPUT-EOF-SW
003930         NOT AT END
003940             MOVE ROLL-INPUT-RECORD(LHK-DATE-POS:8)
003950                 TO LHK-ENTRY-DATE
003960             MOVE ZERO TO LHK-ENTRY-AGE
003970             IF LHK-ENTRY-DATE IS NUMERIC
003980                 PERFORM AGE-ENTRY-DATE
003990             END-IF
004000             IF LHK-ENTRY-AGE > LHK-F-LIVE-DAYS(LHK-FILE-INDEX)
004010                 WRITE ROLL-ARCHIVE-RECORD FROM ROLL-INPUT-RECORD
004020                 ADD 1 TO LHK-ROLL-MOVED
004030             ELSE
004040                 WRITE ROLL-KEEP-RECORD FROM ROLL-INPUT-RECORD
004050             END-IF
004060     END-READ.
004070
004080*****************************************************************
004090* STAMP-ROLL-ARCHIVE - APPENDS THE ARCHIVE WORK FILE ONTO THE
004100* DATED ARCHIVE OF THE RUN AND ONLY THEN PUTS THE KEPT RECORDS
004110* BACK AS THE LIVE FILE, SO A FAILED APPEND LOSES NOTHING.
004120* RERUNS ON THE SAME DAY KEEP ADDING TO ONE DATED ARCHIVE.
004130*****************************************************************
004140 STAMP-ROLL-ARCHIVE.
004150     PERFORM BUILD-ARCHIVE-NAME
004160     MOVE SPACES TO LHK-COMMAND
004170     STRING "cat HKARCH >> " DELIMITED BY SIZE
004180            LHK-ARCHIVE-NAME DELIMITED BY SPACE
004190            " && cat HKKEEP > " DELIMITED BY SIZE
004200            LHK-F-NAME(LHK-FILE-INDEX) DELIMITED BY SPACE
004210            INTO LHK-COMMAND
004220     CALL "SYSTEM" USING LHK-COMMAND
004230     IF RETURN-CODE NOT = ZERO
004240         DISPLAY "Falha ao gravar " LHK-ARCHIVE-NAME
004250             " - " LHK-F-NAME(LHK-FILE-INDEX) " mantido."
004260     END-IF.
004270
004280*****************************************************************
004290* BUILD-ARCHIVE-NAME - THE ARCHIVE OF A RUN IS NAMED AFTER THE
004300* FILE'S ARCHIVE PREFIX AND THE RUN DATE.
004310*****************************************************************
004320 BUILD-ARCHIVE-NAME.
004330     MOVE SPACES TO LHK-ARCHIVE-NAME
004340     STRING LHK-F-ARCHIVE(LHK-FILE-INDEX) DELIMITED BY SPACE
004350            "." DELIMITED BY SIZE
004360            LHK-RUN-DATE-X DELIMITED BY SIZE
004370            INTO LHK-ARCHIVE-NAME.
004380
004390*****************************************************************
004400* ROLL-WHOLE-FILE - FLEETRPT IS REWRITTEN BY EVERY FLEET RUN AND
004410* ITS LINES CARRY NO DATE, SO IT IS JUDGED WHOLE BY THE DATE IT
004420* WAS LAST WRITTEN: PAST THE LIVE DAYS IT IS APPENDED TO THE
004430* ARCHIVE OF THE RUN AND EMPTIED.
004440*****************************************************************
004450 ROLL-WHOLE-FILE.
004460     MOVE LHK-F-NAME(LHK-FILE-INDEX) TO LHK-CUR-NAME
004470     PERFORM MEASURE-FILE
004480     IF LHK-SIZE-BYTES = ZERO
004490         DISPLAY LHK-F-NAME(LHK-FILE-INDEX)
004500             " ausente ou vazio - nada a arquivar."
004510     ELSE
004520         MOVE SPACES TO LHK-COMMAND
004530         STRING "date -r " DELIMITED BY SIZE
004540                LHK-F-NAME(LHK-FILE-INDEX) DELIMITED BY SPACE
004550                " +%Y%m%d > HKSIZE" DELIMITED BY SIZE
004560                INTO LHK-COMMAND
004570         CALL "SYSTEM" USING LHK-COMMAND
004580         PERFORM READ-SIZE-LINE
004590         MOVE FILE-SIZE-RECORD(1:8) TO LHK-ENTRY-DATE
004600         MOVE ZERO TO LHK-ENTRY-AGE
004610         IF LHK-ENTRY-DATE IS NUMERIC
004620             PERFORM AGE-ENTRY-DATE
004630         END-IF
004640         IF LHK-ENTRY-AGE > LHK-F-LIVE-DAYS(LHK-FILE-INDEX)
004650             PERFORM BUILD-ARCHIVE-NAME
004660             MOVE SPACES TO LHK-COMMAND
004670             STRING "cat " DELIMITED BY SIZE
004680                    LHK-F-NAME(LHK-FILE-INDEX) DELIMITED BY SPACE
004690                    " >> " DELIMITED BY SIZE
004700                    LHK-ARCHIVE-NAME DELIMITED BY SPACE
004710                    " && : > " DELIMITED BY SIZE
004720                    LHK-F-NAME(LHK-FILE-INDEX) DELIMITED BY SPACE
004730                    INTO LHK-COMMAND
004740             CALL "SYSTEM" USING LHK-COMMAND
004750             IF RETURN-CODE = ZERO
004760                 ADD LHK-SIZE-LINES TO LHK-F-MOVED(LHK-FILE-INDEX)
004770                 ADD LHK-SIZE-BYTES
004780                     TO LHK-F-MOVED-BYTES(LHK-FILE-INDEX)
004790             ELSE
004800                 DISPLAY "Falha ao gravar " LHK-ARCHIVE-NAME
004810                     " - " LHK-F-NAME(LHK-FILE-INDEX) " mantido."
004820                 ADD LHK-SIZE-LINES TO LHK-F-KEPT(LHK-FILE-INDEX)
004830                 ADD LHK-SIZE-BYTES
004840                     TO LHK-F-KEPT-BYTES(LHK-FILE-INDEX)
004850             END-IF
004860         ELSE
004870             ADD LHK-SIZE-LINES TO LHK-F-KEPT(LHK-FILE-INDEX)
004880             ADD LHK-SIZE-BYTES
004890                 TO LHK-F-KEPT-BYTES(LHK-FILE-INDEX)
004900         END-IF
004910     END-IF.
004920
004930*****************************************************************
004940* JUDGE-JOBLOG-SPOOLS - LISTS THE SPOOLS, PROTECTS THE ONES
004950* RECENT AUDIT RECORDS STILL POINT AT AND JUDGES EACH OF THEM.
004960*****************************************************************
004970 JUDGE-JOBLOG-SPOOLS.
004980     MOVE ZERO TO LHK-SPOOL-USED
004990     MOVE "N" TO LHK-SPOOL-FULL-SW
005000     MOVE "ls -1 JOBLOG.* > HKLIST 2>/dev/null" TO LHK-COMMAND
005010     CALL "SYSTEM" USING LHK-COMMAND
005020     OPEN INPUT FILE-LIST-FILE
005030     IF LHK-LIST-FILE-STATUS = "00"
005040         MOVE "N" TO LHK-LIST-EOF-SW
005050         PERFORM LOAD-SPOOL-ENTRY UNTIL LHK-LIST-EOF
005060         CLOSE FILE-LIST-FILE
005070     END-IF
005080     IF LHK-SPOOL-FULL
005090         DISPLAY "Mais spools que a tabela - os mais novos ficam"
005100             " para a proxima execucao."
005110     END-IF
005120     IF LHK-SPOOL-USED > ZERO
005130         PERFORM PROTECT-REFERENCED-SPOOLS
005140         PERFORM JUDGE-ONE-SPOOL
005150             VARYING LHK-SPOOL-INDEX FROM 1 BY 1
005160             UNTIL LHK-SPOOL-INDEX > LHK-SPOOL-USED
005170     END-IF.
005180
005190*****************************************************************
005200* LOAD-SPOOL-ENTRY - ONE NAME OF THE LISTING: JOBLOG.YYYYMMDD-
005210* HHMMSS, OR THE SAME ENDING IN .GZ ONCE COMPRESSED. ANY OTHER
005220* NAME IS NOT A SPOOL AND IS LEFT ALONE.
005230*****************************************************************
005240 LOAD-SPOOL-ENTRY.
005250     READ FILE-LIST-FILE
005260         AT END
005270             MOVE "Y" TO LHK-LIST-EOF-SW
005280         NOT AT END
005290             IF FILE-LIST-RECORD(8:8) IS NUMERIC
005300                     AND FILE-LIST-RECORD(16:1) = "-"
005310                     AND FILE-LIST-RECORD(17:6) IS NUMERIC
005320                 IF LHK-SPOOL-USED < 2000
005330                     ADD 1 TO LHK-SPOOL-USED
005340                     MOVE FILE-LIST-RECORD
005350                         TO LHK-S-NAME(LHK-SPOOL-USED)
005360                     MOVE FILE-LIST-RECORD(8:15)
005370                         TO LHK-S-STAMP(LHK-SPOOL-USED)
005380                     MOVE "N" TO LHK-S-PACKED-SW(LHK-SPOOL-USED)
005390                     IF FILE-LIST-RECORD(23:3) = ".gz"
005400                         MOVE "Y"
005410                             TO LHK-S-PACKED-SW(LHK-SPOOL-USED)
005420                     END-IF
005430                     MOVE "N"
005440                         TO LHK-S-PROTECTED-SW(LHK-SPOOL-USED)
005450                 ELSE
005460                     MOVE "Y" TO LHK-SPOOL-FULL-SW
005470                 END-IF
005480             END-IF
005490     END-READ.
005500
005510*****************************************************************
005520* PROTECT-REFERENCED-SPOOLS - GATHERS THE LIVE AUDITLOG AND THE
005530* AUDITARCH FILES WRITTEN WITHIN THE JOBLOG LIVE DAYS AND
005540* PROTECTS THE SPOOL OF EVERY RECENT RECORD THAT SPOOLED OUTPUT.
005550*****************************************************************
005560 PROTECT-REFERENCED-SPOOLS.
005570     MOVE LHK-F-LIVE-DAYS(5) TO LHK-DAYS-DISP
005580     MOVE SPACES TO LHK-COMMAND
005590     STRING "{ find . -maxdepth 1 -name 'AUDITARCH.*' -mtime -"
005600                DELIMITED BY SIZE
005610            LHK-DAYS-DISP DELIMITED BY SIZE
005620            " -exec cat {} + ; cat AUDITLOG ; } > HKAUDIT"
005630                DELIMITED BY SIZE
005640            " 2>/dev/null" DELIMITED BY SIZE
005650            INTO LHK-COMMAND
005660     CALL "SYSTEM" USING LHK-COMMAND
005670     OPEN INPUT AUDIT-WORK-FILE
005680     IF LHK-AUDIT-FILE-STATUS = "00"
005690         MOVE "N" TO LHK-AUDIT-EOF-SW
005700         PERFORM CHECK-AUDIT-REFERENCE UNTIL LHK-AUDIT-EOF
005710         CLOSE AUDIT-WORK-FILE
005720     END-IF.
005730
005740*****************************************************************
005750* CHECK-AUDIT-REFERENCE - ONE AUDIT RECORD. A RECORD NO OLDER
005760* THAN THE JOBLOG LIVE DAYS THAT SPOOLED OUTPUT BELONGS TO THE
005770* NEWEST SPOOL STARTED AT OR BEFORE ITS TIMESTAMP, WHICH IS
005780* THEN PROTECTED.
005790*****************************************************************
005800 CHECK-AUDIT-REFERENCE.
005810     READ AUDIT-WORK-FILE
005820         AT END
005830             MOVE "Y" TO LHK-AUDIT-EOF-SW
005840         NOT AT END
005850             MOVE AL-TIMESTAMP(1:8) TO LHK-ENTRY-DATE
005860             IF LHK-ENTRY-DATE IS NUMERIC
005870                     AND AL-SPOOL-SEQ IS NUMERIC
005880                     AND AL-SPOOL-SEQ NOT = "000000"
005890                 PERFORM AGE-ENTRY-DATE
005900                 IF LHK-ENTRY-AGE <= LHK-F-LIVE-DAYS(5)
005910                     PERFORM FIND-SPOOL-OWNER
005920                 END-IF
005930             END-IF
005940     END-READ.
005950
005960*****************************************************************
005970* FIND-SPOOL-OWNER - THE SPOOL TABLE IS IN START ORDER, SO THE
005980* OWNER IS THE LAST SPOOL WHOSE STAMP DOES NOT PASS THE RECORD.
005990*****************************************************************
006000 FIND-SPOOL-OWNER.
006010     MOVE ZERO TO LHK-SPOOL-OWNER
006020     PERFORM VARYING LHK-SPOOL-INDEX FROM 1 BY 1
006030             UNTIL LHK-SPOOL-INDEX > LHK-SPOOL-USED
006040         IF LHK-S-STAMP(LHK-SPOOL-INDEX) <= AL-TIMESTAMP
006050             MOVE LHK-SPOOL-INDEX TO LHK-SPOOL-OWNER
006060         END-IF
006070     END-PERFORM
006080     IF LHK-SPOOL-OWNER > ZERO
006090         MOVE "Y" TO LHK-S-PROTECTED-SW(LHK-SPOOL-OWNER)
006100     END-IF.
006110
006120*****************************************************************
006130* JUDGE-ONE-SPOOL - A PROTECTED SPOOL STAYS AS IT IS. OTHERWISE
006140* A SPOOL PAST THE LIVE AND ARCHIVE DAYS TOGETHER IS DELETED,
006150* ONE PAST THE LIVE DAYS IS COMPRESSED, AND THE REST STAY.
006160*****************************************************************
006170 JUDGE-ONE-SPOOL.
006180     MOVE LHK-S-STAMP(LHK-SPOOL-INDEX)(1:8) TO LHK-ENTRY-DATE
006190     PERFORM AGE-ENTRY-DATE
006200     COMPUTE LHK-EXPIRY-AGE =
006210         LHK-F-LIVE-DAYS(5) + LHK-F-ARCH-DAYS(5)
006220     MOVE LHK-S-NAME(LHK-SPOOL-INDEX) TO LHK-CUR-NAME
006230     PERFORM MEASURE-FILE
006240     EVALUATE TRUE
006250         WHEN LHK-S-PROTECTED-SW(LHK-SPOOL-INDEX) = "Y"
006260             ADD 1 TO LHK-F-KEPT(5)
006270             ADD LHK-SIZE-BYTES TO LHK-F-KEPT-BYTES(5)
006280             IF LHK-ENTRY-AGE > LHK-F-LIVE-DAYS(5)
006290                 DISPLAY "PROTEGIDO:  " LHK-CUR-NAME(1:30)
006300             END-IF
006310         WHEN LHK-ENTRY-AGE > LHK-EXPIRY-AGE
006320             MOVE SPACES TO LHK-COMMAND
006330             STRING "rm -f " DELIMITED BY SIZE
006340                    LHK-CUR-NAME DELIMITED BY SPACE
006350                    INTO LHK-COMMAND
006360             CALL "SYSTEM" USING LHK-COMMAND
006370             ADD 1 TO LHK-F-DELETED(5)
006380             ADD LHK-SIZE-BYTES TO LHK-F-DELETED-BYTES(5)
006390             DISPLAY "APAGADO:    " LHK-CUR-NAME(1:30)
006400         WHEN LHK-ENTRY-AGE > LHK-F-LIVE-DAYS(5)
006410                 AND LHK-S-PACKED-SW(LHK-SPOOL-INDEX) = "N"
006420             MOVE SPACES TO LHK-COMMAND
006430             STRING "gzip -f " DELIMITED BY SIZE
006440                    LHK-CUR-NAME DELIMITED BY SPACE
006450                    INTO LHK-COMMAND
006460             CALL "SYSTEM" USING LHK-COMMAND
006470             IF RETURN-CODE = ZERO
006480                 ADD 1 TO LHK-F-MOVED(5)
006490                 ADD LHK-SIZE-BYTES TO LHK-F-MOVED-BYTES(5)
006500                 DISPLAY "COMPACTADO: " LHK-CUR-NAME(1:30)
006510             ELSE
006520                 ADD 1 TO LHK-F-KEPT(5)
006530                 ADD LHK-SIZE-BYTES TO LHK-F-KEPT-BYTES(5)
006540             END-IF
006550         WHEN OTHER
006560             ADD 1 TO LHK-F-KEPT(5)
006570             ADD LHK-SIZE-BYTES TO LHK-F-KEPT-BYTES(5)
006580     END-EVALUATE.
006590
006600*****************************************************************
006610* PRUNE-ARCHIVES - DELETES EVERY DATED ARCHIVE OF ONE FILE THAT
006620* HAS BEEN KEPT LONGER THAN ITS ARCHIVE DAYS.
006630*****************************************************************
006640 PRUNE-ARCHIVES.
006650     MOVE SPACES TO LHK-COMMAND
006660     STRING "ls -1 " DELIMITED BY SIZE
006670            LHK-F-ARCHIVE(LHK-FILE-INDEX) DELIMITED BY SPACE
006680            ".* > HKLIST 2>/dev/null" DELIMITED BY SIZE
006690            INTO LHK-COMMAND
006700     CALL "SYSTEM" USING LHK-COMMAND
006710     OPEN INPUT FILE-LIST-FILE
006720     IF LHK-LIST-FILE-STATUS = "00"
006730         MOVE "N" TO LHK-LIST-EOF-SW
006740         PERFORM JUDGE-ONE-ARCHIVE UNTIL LHK-LIST-EOF
006750         CLOSE FILE-LIST-FILE
006760     END-IF.
006770
006780*****************************************************************
006790* JUDGE-ONE-ARCHIVE - ONE ARCHIVE NAME OF THE LISTING: PAST ITS
006800* KEEP DAYS IT IS MEASURED AND DELETED.
006810*****************************************************************
006820 JUDGE-ONE-ARCHIVE.
006830     READ FILE-LIST-FILE
006840         AT END
006850             MOVE "Y" TO LHK-LIST-EOF-SW
006860         NOT AT END
006870             MOVE SPACES TO LHK-LIST-PREFIX
006880             MOVE SPACES TO LHK-LIST-DATE
006890             UNSTRING FILE-LIST-RECORD DELIMITED BY "."
006900                 INTO LHK-LIST-PREFIX LHK-LIST-DATE
006910             END-UNSTRING
006920             MOVE LHK-LIST-DATE(1:8) TO LHK-ENTRY-DATE
006930             IF LHK-LIST-PREFIX = LHK-F-ARCHIVE(LHK-FILE-INDEX)
006940                     AND LHK-ENTRY-DATE IS NUMERIC
006950                     AND LHK-LIST-DATE(9:1) = SPACE
006960                 PERFORM AGE-ENTRY-DATE
006970                 IF LHK-ENTRY-AGE
006980                         > LHK-F-ARCH-DAYS(LHK-FILE-INDEX)
006990                     PERFORM DELETE-ARCHIVE-FILE
007000                 END-IF
007010             END-IF
007020     END-READ.
007030
007040*****************************************************************
007050* DELETE-ARCHIVE-FILE - MEASURES AND REMOVES ONE EXPIRED
007060* ARCHIVE.
007070*****************************************************************
007080 DELETE-ARCHIVE-FILE.
007090     MOVE FILE-LIST-RECORD TO LHK-CUR-NAME
007100     PERFORM MEASURE-FILE
007110     MOVE SPACES TO LHK-COMMAND
007120     STRING "rm -f " DELIMITED BY SIZE
007130            LHK-CUR-NAME DELIMITED BY SPACE
007140            INTO LHK-COMMAND
007150     CALL "SYSTEM" USING LHK-COMMAND
007160     ADD LHK-SIZE-LINES TO LHK-F-DELETED(LHK-FILE-INDEX)
007170     ADD LHK-SIZE-BYTES TO LHK-F-DELETED-BYTES(LHK-FILE-INDEX)
007180     DISPLAY "APAGADO:    " LHK-CUR-NAME(1:30).
007190
007200*****************************************************************
007210* MEASURE-FILE - LINE AND BYTE COUNT OF LHK-CUR-NAME INTO
007220* LHK-SIZE-LINES AND LHK-SIZE-BYTES; ZERO WHEN IT IS MISSING.
007230*****************************************************************
007240 MEASURE-FILE.
007250     MOVE SPACES TO LHK-COMMAND
007260     STRING "{ echo $(wc -l < " DELIMITED BY SIZE
007270            LHK-CUR-NAME DELIMITED BY SPACE
007280            ") $(wc -c < " DELIMITED BY SIZE
007290            LHK-CUR-NAME DELIMITED BY SPACE
007300            "); } > HKSIZE 2>/dev/null" DELIMITED BY SIZE
007310            INTO LHK-COMMAND
007320     CALL "SYSTEM" USING LHK-COMMAND
007330     PERFORM READ-SIZE-LINE
007340     MOVE SPACES TO LHK-SIZE-LINES-X
007350     MOVE SPACES TO LHK-SIZE-BYTES-X
007360     UNSTRING FILE-SIZE-RECORD DELIMITED BY ALL SPACE
007370         INTO LHK-SIZE-LINES-X LHK-SIZE-BYTES-X
007380     END-UNSTRING
007390     INSPECT LHK-SIZE-LINES-X REPLACING LEADING SPACE BY ZERO
007400     INSPECT LHK-SIZE-BYTES-X REPLACING LEADING SPACE BY ZERO
007410     IF LHK-SIZE-LINES IS NOT NUMERIC
007420         MOVE ZERO TO LHK-SIZE-LINES
007430     END-IF
007440     IF LHK-SIZE-BYTES IS NOT NUMERIC
007450         MOVE ZERO TO LHK-SIZE-BYTES
007460     END-IF.
007470
007480*****************************************************************
007490* READ-SIZE-LINE - THE ONE LINE OF HKSIZE, SPACES WHEN THERE IS
007500* NONE.
007510*****************************************************************
007520 READ-SIZE-LINE.
007530     MOVE SPACES TO FILE-SIZE-RECORD
007540     OPEN INPUT FILE-SIZE-FILE
007550     IF LHK-SIZE-FILE-STATUS = "00"
007560         READ FILE-SIZE-FILE
007570             AT END
007580                 MOVE SPACES TO FILE-SIZE-RECORD
007590         END-READ
007600         CLOSE FILE-SIZE-FILE
007610     END-IF.
007620
007630*****************************************************************
007640* AGE-ENTRY-DATE - DAYS FROM THE YYYYMMDD IN LHK-ENTRY-DATE TO
007650* THE RUN DATE, ZERO FOR A DATE IN THE FUTURE.
007660*****************************************************************
007670 AGE-ENTRY-DATE.
007680     MOVE LHK-ENTRY-DATE TO LHK-CD-DATE
007690     PERFORM CONVERT-DATE-TO-SERIAL
007700     IF LHK-CD-SERIAL < LHK-TODAY-SERIAL
007710         COMPUTE LHK-ENTRY-AGE = LHK-TODAY-SERIAL - LHK-CD-SERIAL
007720     ELSE
007730         MOVE ZERO TO LHK-ENTRY-AGE
007740     END-IF.
007750
007760*****************************************************************
007770* PRINT-CONTROL-REPORT - ONE LINE PER FILE: THE POLICY, THEN
007780* RECORDS AND BYTES MOVED TO THE ARCHIVE (COMPRESSED, FOR
007790* JOBLOG, COUNTED IN SPOOLS), KEPT LIVE AND DELETED.
007800*****************************************************************
007810 PRINT-CONTROL-REPORT.
007820     DISPLAY " "
007830     DISPLAY "--- Controle por arquivo ---"
007840     DISPLAY "Arquivo   Viv Arq Movidos        Bytes"
007850         " Mantido        Bytes Apagado        Bytes"
007860     PERFORM PRINT-FILE-LINE
007870         VARYING LHK-FILE-INDEX FROM 1 BY 1
007880         UNTIL LHK-FILE-INDEX > 5
007890     DISPLAY "===== Fim da Limpeza =====".
007900
007910*****************************************************************
007920* PRINT-FILE-LINE - THE CONTROL LINE OF ONE FILE.
007930*****************************************************************
007940 PRINT-FILE-LINE.
007950     MOVE SPACES TO LHK-REPORT-LINE
007960     MOVE LHK-F-NAME(LHK-FILE-INDEX) TO RL-FILE
007970     MOVE LHK-F-LIVE-DAYS(LHK-FILE-INDEX) TO RL-LIVE-DAYS
007980     MOVE LHK-F-ARCH-DAYS(LHK-FILE-INDEX) TO RL-ARCH-DAYS
007990     MOVE LHK-F-MOVED(LHK-FILE-INDEX) TO RL-MOVED
008000     MOVE LHK-F-MOVED-BYTES(LHK-FILE-INDEX) TO RL-MOVED-BYTES
008010     MOVE LHK-F-KEPT(LHK-FILE-INDEX) TO RL-KEPT
008020     MOVE LHK-F-KEPT-BYTES(LHK-FILE-INDEX) TO RL-KEPT-BYTES
008030     MOVE LHK-F-DELETED(LHK-FILE-INDEX) TO RL-DELETED
008040     MOVE LHK-F-DELETED-BYTES(LHK-FILE-INDEX) TO RL-DELETED-BYTES
008050     DISPLAY LHK-REPORT-LINE.
008060
008070*****************************************************************
008080* CONVERT-DATE-TO-SERIAL - TURNS THE YYYYMMDD IN LHK-CD-DATE
008090* INTO A GREGORIAN DAY SERIAL IN LHK-CD-SERIAL, SO TWO DATES
008100* SUBTRACT INTO AN AGE IN DAYS ACROSS MONTH AND YEAR ENDS.
008110*****************************************************************
008120 CONVERT-DATE-TO-SERIAL.
008130     COMPUTE LHK-CD-A = (14 - LHK-CD-MONTH) / 12
008140     COMPUTE LHK-CD-Y = LHK-CD-YEAR + 4800 - LHK-CD-A
008150     COMPUTE LHK-CD-M = LHK-CD-MONTH + 12 * LHK-CD-A - 3
008160     COMPUTE LHK-CD-WORK = (153 * LHK-CD-M + 2) / 5
008170     COMPUTE LHK-CD-Q4 = LHK-CD-Y / 4
008180     COMPUTE LHK-CD-Q100 = LHK-CD-Y / 100
008190     COMPUTE LHK-CD-Q400 = LHK-CD-Y / 400
008200     COMPUTE LHK-CD-SERIAL = LHK-CD-DAY + LHK-CD-WORK
008210         + 365 * LHK-CD-Y + LHK-CD-Q4 - LHK-CD-Q100
008220         + LHK-CD-Q400 - 32045.
