000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Restore-Drill.
000030 AUTHOR. GABRIEL MOURA.
000040 INSTALLATION. ESCOLA DE REFERENCIA MACIEL PINHEIRO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070* ---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT DESCRIPTION
000100* 15/10/2026 GM   Original version. Proves the BACKUPCAT dumps
000110*                 the control shell takes can really be loaded:
000120*                 for each database the newest OK dump is
000130*                 restored into a throwaway scratch database on
000140*                 the server the dump lives on, its tables and
000150*                 rows are counted against the live database,
000160*                 and the scratch copy is dropped again. Every
000170*                 drill goes to the RESTVERIF history; the
000180*                 report lists the databases whose last good
000190*                 drill is older than the DRILLPOL limit, or
000200*                 that never had one.
000210* 15/10/2026 GM   DRILLSH lines widened to 400; the PostgreSQL
000220*                 count function no longer loses its closing
000230*                 brace. A script line that still does not fit
000240*                 fails the drill ("falha ao montar") instead of
000250*                 being cut short.
000260* ---------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUPCAT"
000340         ORGANIZATION INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS BC-CAT-KEY
000370         FILE STATUS IS RDR-CATALOG-FILE-STATUS.
000380     SELECT PROVISION-REGISTRY-FILE ASSIGN TO "PROVREG"
000390         ORGANIZATION INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PV-REG-KEY
000420         FILE STATUS IS RDR-REGISTRY-FILE-STATUS.
000430     SELECT RESTORE-VERIFY-FILE ASSIGN TO "RESTVERIF"
000440         ORGANIZATION LINE SEQUENTIAL
000450         FILE STATUS IS RDR-VERIFY-FILE-STATUS.
000460     SELECT DRILL-POLICY-FILE ASSIGN TO "DRILLPOL"
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS IS RDR-POLICY-FILE-STATUS.
000490     SELECT DRILL-SCRIPT-FILE ASSIGN TO "DRILLSH"
000500         ORGANIZATION LINE SEQUENTIAL
000510         FILE STATUS IS RDR-SCRIPT-FILE-STATUS.
000520     SELECT DRILL-OUTPUT-FILE ASSIGN TO "DRILLOUT"
000530         ORGANIZATION LINE SEQUENTIAL
000540         FILE STATUS IS RDR-OUTPUT-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580* BACKUP-CATALOG-FILE IS THE DUMP CATALOG THE CONTROL SHELL
000590* MAINTAINS - THE RECORD LAYOUT AND KEY MUST MATCH
000600* WRITE-BACKUP-CATALOG OVER THERE.
000610 FD  BACKUP-CATALOG-FILE.
000620 01  BACKUP-CATALOG-RECORD.
000630     05  BC-CAT-KEY.
000640         10  BC-DATABASE              PIC X(50).
000650         10  BC-TIMESTAMP             PIC X(15).
000660     05  BC-ENGINE                    PIC X(10).
000670     05  BC-DUMP-PATH                 PIC X(110).
000680     05  BC-SIZE                      PIC 9(10).
000690     05  BC-OUTCOME                   PIC X(15).
000700     05  BC-SERVER                    PIC X(50).
000710
000720* PROVISION-REGISTRY-FILE IS THE CONTROL SHELL'S REGISTRY OF
000730* WHAT IT BUILT - ONLY ITS DATABASE ENTRIES ARE READ HERE, SO A
000740* DATABASE THAT NEVER HAD A GOOD DUMP STILL SHOWS UP AS NEVER
000750* DRILLED. THE LAYOUT MUST MATCH THE SHELL'S.
000760 FD  PROVISION-REGISTRY-FILE.
000770 01  PROVISION-REGISTRY-RECORD.
000780     05  PV-REG-KEY.
000790         10  PV-OBJECT-TYPE           PIC X(10).
000800         10  PV-OBJECT-NAME           PIC X(50).
000810         10  PV-ENGINE                PIC X(10).
000820         10  PV-SERVER                PIC X(50).
000830     05  PV-CREATED-DATE              PIC 9(08).
000840     05  PV-CREATED-BY                PIC X(10).
000850
000860* RESTORE-VERIFY-FILE IS THE DRILL HISTORY: ONE LINE PER DRILL
000870* RUN - DATABASE, SERVER AND ENGINE, THE DUMP TRIED, WHEN, THE
000880* VERDICT (VERIFICADO OR FALHOU), THE TABLE AND ROW COUNTS OF
000890* THE LIVE DATABASE AND OF THE RESTORED COPY, HOW MANY SECONDS
000900* THE DRILL TOOK AND WHY IT FAILED. EACH RUN APPENDS TO IT.
000910 FD  RESTORE-VERIFY-FILE.
000920 01  RESTORE-VERIFY-RECORD.
000930     05  RV-DATABASE                  PIC X(50).
000940     05  FILLER                       PIC X(01).
000950     05  RV-SERVER                    PIC X(50).
000960     05  FILLER                       PIC X(01).
000970     05  RV-ENGINE                    PIC X(10).
000980     05  FILLER                       PIC X(01).
000990     05  RV-DUMP-STAMP                PIC X(15).
001000     05  FILLER                       PIC X(01).
001010     05  RV-DRILL-STAMP               PIC X(15).
001020     05  FILLER                       PIC X(01).
001030     05  RV-RESULT                    PIC X(10).
001040     05  FILLER                       PIC X(01).
001050     05  RV-LIVE-TABLES               PIC 9(05).
001060     05  FILLER                       PIC X(01).
001070     05  RV-COPY-TABLES               PIC 9(05).
001080     05  FILLER                       PIC X(01).
001090     05  RV-LIVE-ROWS                 PIC 9(12).
001100     05  FILLER                       PIC X(01).
001110     05  RV-COPY-ROWS                 PIC 9(12).
001120     05  FILLER                       PIC X(01).
001130     05  RV-SECONDS                   PIC 9(05).
001140     05  FILLER                       PIC X(01).
001150     05  RV-DETAIL                    PIC X(30).
001160
001170* DRILL-POLICY-FILE IS ONE LINE: THE NUMBER OF DAYS A DATABASE
001180* MAY GO WITHOUT A GOOD DRILL, AND HOW FAR (IN PERCENT OF THE
001190* LIVE ROWS) THE RESTORED ROW COUNT MAY DIFFER FROM THE LIVE
001200* ONE - THE LIVE DATABASE KEEPS CHANGING AFTER THE DUMP. A
001210* MISSING FILE MEANS 30 DAYS AND 10 PERCENT.
001220 FD  DRILL-POLICY-FILE.
001230 01  DRILL-POLICY-RECORD.
001240     05  DP-MAX-AGE-DAYS              PIC 9(03).
001250     05  FILLER                       PIC X(01).
001260     05  DP-ROW-TOLERANCE             PIC 9(03).
001270
001280* DRILL-SCRIPT-FILE IS A PER-DATABASE WORK FILE: THE SHELL
001290* SCRIPT OF ONE DRILL, HANDED WHOLE TO SH ON THIS BOX OR TO
001300* SH ON THE DUMP'S SERVER OVER SSH, SO NO COMMAND NEEDS A
001310* SECOND LAYER OF QUOTING. A LINE TOO LONG FOR THE RECORD IS
001320* NEVER WRITTEN CUT SHORT - THE DRILL FAILS INSTEAD.
001330 FD  DRILL-SCRIPT-FILE.
001340 01  DRILL-SCRIPT-RECORD          PIC X(400).
001350
001360* DRILL-OUTPUT-FILE CATCHES WHAT THE SCRIPT PRINTS. ONLY THE
001370* VIVO, COPIA AND FALHA LINES MEAN ANYTHING HERE.
001380 FD  DRILL-OUTPUT-FILE.
001390 01  DRILL-OUTPUT-RECORD          PIC X(200).
001400
001410 WORKING-STORAGE SECTION.
001420* SWITCHES
001430 01  RDR-CATALOG-EOF-SW           PIC X(01).
001440     88  RDR-CATALOG-EOF              VALUE "Y".
001450     88  RDR-CATALOG-NOT-EOF          VALUE "N".
001460 01  RDR-REGISTRY-EOF-SW          PIC X(01).
001470     88  RDR-REGISTRY-EOF             VALUE "Y".
001480     88  RDR-REGISTRY-NOT-EOF         VALUE "N".
001490 01  RDR-VERIFY-EOF-SW            PIC X(01).
001500     88  RDR-VERIFY-EOF               VALUE "Y".
001510     88  RDR-VERIFY-NOT-EOF           VALUE "N".
001520 01  RDR-OUTPUT-EOF-SW            PIC X(01).
001530     88  RDR-OUTPUT-EOF               VALUE "Y".
001540     88  RDR-OUTPUT-NOT-EOF           VALUE "N".
001550 01  RDR-ENTRY-FOUND-SW           PIC X(01).
001560     88  RDR-ENTRY-FOUND              VALUE "Y".
001570     88  RDR-ENTRY-NOT-FOUND          VALUE "N".
001580 01  RDR-DB-FULL-SW               PIC X(01).
001590     88  RDR-DB-FULL                  VALUE "Y".
001600     88  RDR-DB-NOT-FULL              VALUE "N".
001610 01  RDR-DRILL-FAILED-SW          PIC X(01).
001620     88  RDR-DRILL-FAILED             VALUE "Y".
001630     88  RDR-DRILL-NOT-FAILED         VALUE "N".
001640 01  RDR-DROP-FAILED-SW           PIC X(01).
001650     88  RDR-DROP-FAILED              VALUE "Y".
001660     88  RDR-DROP-NOT-FAILED          VALUE "N".
001670 01  RDR-LIVE-SEEN-SW             PIC X(01).
001680     88  RDR-LIVE-SEEN                VALUE "Y".
001690     88  RDR-LIVE-NOT-SEEN            VALUE "N".
001700 01  RDR-COPY-SEEN-SW             PIC X(01).
001710     88  RDR-COPY-SEEN                VALUE "Y".
001720     88  RDR-COPY-NOT-SEEN            VALUE "N".
001730 01  RDR-SCRIPT-LONG-SW           PIC X(01).
001740     88  RDR-SCRIPT-TOO-LONG          VALUE "Y".
001750     88  RDR-SCRIPT-FITS              VALUE "N".
001760
001770* STANDALONE COUNTERS AND TOTALS
001780 77  RDR-DB-USED                  PIC 9(03) COMP.
001790 77  RDR-DB-INDEX                 PIC 9(03) COMP.
001800 77  RDR-TABLE-INDEX              PIC 9(03) COMP.
001810 77  RDR-DIGIT-INDEX              PIC 9(03) COMP.
001820 77  RDR-VERIFIED-COUNT           PIC 9(05) COMP.
001830 77  RDR-FAILED-COUNT             PIC 9(05) COMP.
001840 77  RDR-SKIPPED-COUNT            PIC 9(05) COMP.
001850 77  RDR-NO-DUMP-COUNT            PIC 9(05) COMP.
001860 77  RDR-OVERDUE-COUNT            PIC 9(05) COMP.
001870 77  RDR-TODAY-SERIAL             PIC 9(07) COMP.
001880 77  RDR-DRILL-AGE                PIC 9(05) COMP.
001890 77  RDR-START-SECONDS            PIC 9(05) COMP.
001900 77  RDR-END-SECONDS              PIC 9(05) COMP.
001910 77  RDR-DRILL-SECONDS            PIC 9(05) COMP.
001920 77  RDR-LIVE-TABLES              PIC 9(05) COMP.
001930 77  RDR-COPY-TABLES              PIC 9(05) COMP.
001940 77  RDR-LIVE-ROWS                PIC 9(12) COMP.
001950 77  RDR-COPY-ROWS                PIC 9(12) COMP.
001960 77  RDR-ROW-DIFF                 PIC 9(12) COMP.
001970 77  RDR-ROW-LIMIT                PIC 9(12) COMP.
001980 77  RDR-NUM-VALUE                PIC 9(12) COMP.
001990
002000 01  RDR-RUN-DATE                 PIC 9(08).
002010 01  RDR-RUN-DATE-X REDEFINES RDR-RUN-DATE
002020                                  PIC X(08).
002030 01  RDR-CATALOG-FILE-STATUS      PIC X(02).
002040 01  RDR-REGISTRY-FILE-STATUS     PIC X(02).
002050 01  RDR-VERIFY-FILE-STATUS       PIC X(02).
002060 01  RDR-POLICY-FILE-STATUS       PIC X(02).
002070 01  RDR-SCRIPT-FILE-STATUS       PIC X(02).
002080 01  RDR-OUTPUT-FILE-STATUS       PIC X(02).
002090 01  RDR-MAX-AGE-DAYS             PIC 9(03).
002100 01  RDR-ROW-TOLERANCE            PIC 9(03).
002110 01  RDR-CUR-DATABASE             PIC X(50).
002120 01  RDR-CUR-SERVER               PIC X(50).
002130 01  RDR-SCRATCH-NAME             PIC X(60).
002140 01  RDR-RUN-COMMAND              PIC X(140).
002150 01  RDR-DRILL-STAMP              PIC X(15).
002160 01  RDR-RESULT                   PIC X(10).
002170 01  RDR-DETAIL                   PIC X(30).
002180 01  RDR-FAIL-STEP                PIC X(20).
002190 01  RDR-OUT-TAG                  PIC X(10).
002200 01  RDR-OUT-TABLES               PIC X(12).
002210 01  RDR-OUT-ROWS                 PIC X(15).
002220 01  RDR-NUM-TEXT                 PIC X(15).
002230 01  RDR-DIGIT-CHAR               PIC X(01).
002240 01  RDR-DIGIT-NUM REDEFINES RDR-DIGIT-CHAR
002250                                  PIC 9(01).
002260 01  RDR-COUNT-DISP               PIC ZZZZ9.
002270 01  RDR-ROWS-DISP                PIC Z(11)9.
002280
002290* CLOCK READINGS AROUND EACH DRILL - SEE TIME-DRILL.
002300 01  RDR-CLOCK.
002310     05  RDR-CLOCK-HH             PIC 9(02).
002320     05  RDR-CLOCK-MM             PIC 9(02).
002330     05  RDR-CLOCK-SS             PIC 9(02).
002340     05  RDR-CLOCK-CC             PIC 9(02).
002350 01  RDR-CLOCK-X REDEFINES RDR-CLOCK
002360                                  PIC X(08).
002370
002380* GREGORIAN DAY-SERIAL CONVERSION WORK FIELDS - SEE
002390* CONVERT-DATE-TO-SERIAL.
002400 01  RDR-CD-DATE.
002410     05  RDR-CD-YEAR              PIC 9(04).
002420     05  RDR-CD-MONTH             PIC 9(02).
002430     05  RDR-CD-DAY               PIC 9(02).
002440 77  RDR-CD-A                     PIC 9(02) COMP.
002450 77  RDR-CD-Y                     PIC 9(05) COMP.
002460 77  RDR-CD-M                     PIC 9(02) COMP.
002470 77  RDR-CD-WORK                  PIC 9(04) COMP.
002480 77  RDR-CD-Q4                    PIC 9(05) COMP.
002490 77  RDR-CD-Q100                  PIC 9(04) COMP.
002500 77  RDR-CD-Q400                  PIC 9(03) COMP.
002510 77  RDR-CD-SERIAL                PIC 9(07) COMP.
002520
002530* ONE ENTRY PER DATABASE AND SERVER KNOWN TO PROVREG OR THE
002540* CATALOG: THE ENGINE, THE NEWEST OK DUMP (SPACES WHEN THERE
002550* IS NONE) AND THE STAMP OF THE LAST GOOD DRILL (SPACES WHEN
002560* NEVER). DATABASES PAST THE TABLE ARE LEFT FOR A LATER RUN.
002570 01  RDR-DB-TABLE.
002580     05  RDR-DB-ENTRY OCCURS 200 TIMES.
002590         10  RDR-DB-NAME              PIC X(50).
002600         10  RDR-DB-SERVER            PIC X(50).
002610         10  RDR-DB-ENGINE            PIC X(10).
002620         10  RDR-DB-DUMP-STAMP        PIC X(15).
002630         10  RDR-DB-DUMP-PATH         PIC X(110).
002640         10  RDR-DB-LAST-GOOD         PIC X(15).
002650
002660 PROCEDURE DIVISION.
002670*****************************************************************
002680* 0000-MAINLINE-CONTROL - GATHERS THE DATABASES, THEIR NEWEST
002690* GOOD DUMP AND THEIR DRILL HISTORY, DRILLS EACH DUMP AND THEN
002700* REPORTS WHO IS OVERDUE.
002710*****************************************************************
002720 0000-MAINLINE-CONTROL.
002730     ACCEPT RDR-RUN-DATE FROM DATE YYYYMMDD
002740     MOVE RDR-RUN-DATE-X TO RDR-CD-DATE
002750     PERFORM CONVERT-DATE-TO-SERIAL
002760     MOVE RDR-CD-SERIAL TO RDR-TODAY-SERIAL
002770     PERFORM INITIALIZE-TOTALS
002780     PERFORM LOAD-DRILL-POLICY
002790     PERFORM LOAD-REGISTRY-DATABASES
002800     PERFORM LOAD-CATALOG-DUMPS
002810     IF RDR-DB-USED = ZERO
002820         DISPLAY "Nenhum banco em PROVREG ou BACKUPCAT - nada a"
002830             " testar."
002840         STOP RUN
002850     END-IF
002860     IF RDR-DB-FULL
002870         DISPLAY "Mais bancos que a tabela - apenas os primeiros"
002880             " 200 foram avaliados."
002890     END-IF
002900     PERFORM LOAD-DRILL-HISTORY
002910     DISPLAY "===== Teste de Restauracao de Backups ====="
002920     DISPLAY "Data da execucao: " RDR-RUN-DATE-X
002930     PERFORM OPEN-VERIFY-FILE
002940     PERFORM DRILL-ONE-DATABASE
002950         VARYING RDR-DB-INDEX FROM 1 BY 1
002960         UNTIL RDR-DB-INDEX > RDR-DB-USED
002970     CLOSE RESTORE-VERIFY-FILE
002980     PERFORM PRINT-OVERDUE-REPORT
002990     PERFORM PRINT-SUMMARY
003000     STOP RUN.
003010
003020*****************************************************************
003030* INITIALIZE-TOTALS - CLEARS EVERY TABLE AND COUNTER BEFORE THE
003040* FILES ARE READ.
003050*****************************************************************
003060 INITIALIZE-TOTALS.
003070     MOVE ZERO TO RDR-DB-USED
003080     MOVE ZERO TO RDR-VERIFIED-COUNT
003090     MOVE ZERO TO RDR-FAILED-COUNT
003100     MOVE ZERO TO RDR-SKIPPED-COUNT
003110     MOVE ZERO TO RDR-NO-DUMP-COUNT
003120     MOVE ZERO TO RDR-OVERDUE-COUNT
003130     MOVE "N" TO RDR-DB-FULL-SW.
003140
003150*****************************************************************
003160* LOAD-DRILL-POLICY - THE ONE DRILLPOL LINE, OR THE DEFAULTS.
003170*****************************************************************
003180 LOAD-DRILL-POLICY.
003190     MOVE 30 TO RDR-MAX-AGE-DAYS
003200     MOVE 10 TO RDR-ROW-TOLERANCE
003210     OPEN INPUT DRILL-POLICY-FILE
003220     IF RDR-POLICY-FILE-STATUS NOT = "00"
003230         DISPLAY "DRILLPOL ausente - limite de 30 dias e 10% de"
003240             " tolerancia nas linhas."
003250     ELSE
003260         READ DRILL-POLICY-FILE
003270             AT END
003280                 CONTINUE
003290             NOT AT END
003300                 IF DP-MAX-AGE-DAYS IS NUMERIC
003310                     MOVE DP-MAX-AGE-DAYS TO RDR-MAX-AGE-DAYS
003320                 END-IF
003330                 IF DP-ROW-TOLERANCE IS NUMERIC
003340                     MOVE DP-ROW-TOLERANCE TO RDR-ROW-TOLERANCE
003350                 END-IF
003360         END-READ
003370         CLOSE DRILL-POLICY-FILE
003380     END-IF.
003390
003400*****************************************************************
003410* LOAD-REGISTRY-DATABASES - EVERY DATABASE PROVREG KNOWS OF,
003420* GOOD DUMP OR NOT. A BOX WITHOUT A REGISTRY GOES BY THE
003430* CATALOG ALONE.
003440*****************************************************************
003450 LOAD-REGISTRY-DATABASES.
003460     OPEN INPUT PROVISION-REGISTRY-FILE
003470     IF RDR-REGISTRY-FILE-STATUS NOT = "00"
003480         CONTINUE
003490     ELSE
003500         MOVE "N" TO RDR-REGISTRY-EOF-SW
003510         PERFORM LOAD-REGISTRY-ENTRY UNTIL RDR-REGISTRY-EOF
003520         CLOSE PROVISION-REGISTRY-FILE
003530     END-IF.
003540
003550*****************************************************************
003560* LOAD-REGISTRY-ENTRY - ONE PROVREG RECORD; ONLY DATABASES
003570* COUNT. THE ENGINE IS KEPT IN THE CATALOG'S LOWER-CASE FORM.
003580*****************************************************************
003590 LOAD-REGISTRY-ENTRY.
003600     READ PROVISION-REGISTRY-FILE NEXT RECORD
003610         AT END
003620             MOVE "Y" TO RDR-REGISTRY-EOF-SW
003630         NOT AT END
003640             IF PV-OBJECT-TYPE = "DATABASE"
003650                 MOVE PV-OBJECT-NAME TO RDR-CUR-DATABASE
003660                 MOVE PV-SERVER TO RDR-CUR-SERVER
003670                 PERFORM FIND-OR-ADD-DB-ENTRY
003680                 IF RDR-ENTRY-FOUND
003690                     IF PV-ENGINE = "MYSQL"
003700                         MOVE "mysql"
003710                             TO RDR-DB-ENGINE(RDR-TABLE-INDEX)
003720                     ELSE
003730                         MOVE "pgsql"
003740                             TO RDR-DB-ENGINE(RDR-TABLE-INDEX)
003750                     END-IF
003760                 END-IF
003770             END-IF
003780     END-READ.
003790
003800*****************************************************************
003810* LOAD-CATALOG-DUMPS - WALKS THE CATALOG KEEPING, PER DATABASE
003820* AND SERVER, THE NEWEST DUMP THAT FINISHED OK. A DATABASE
003830* WHOSE DUMPS ALL FAILED IS STILL ENTERED - IT HAS NOTHING TO
003840* DRILL AND SO COUNTS AS NEVER DRILLED.
003850*****************************************************************
003860 LOAD-CATALOG-DUMPS.
003870     OPEN INPUT BACKUP-CATALOG-FILE
003880     IF RDR-CATALOG-FILE-STATUS NOT = "00"
003890         CONTINUE
003900     ELSE
003910         MOVE "N" TO RDR-CATALOG-EOF-SW
003920         PERFORM LOAD-CATALOG-ENTRY UNTIL RDR-CATALOG-EOF
003930         CLOSE BACKUP-CATALOG-FILE
003940     END-IF.
003950
003960*****************************************************************
003970* LOAD-CATALOG-ENTRY - ONE CATALOG RECORD.
003980*****************************************************************
003990 LOAD-CATALOG-ENTRY.
004000     READ BACKUP-CATALOG-FILE NEXT RECORD
004010         AT END
004020             MOVE "Y" TO RDR-CATALOG-EOF-SW
004030         NOT AT END
004040             MOVE BC-DATABASE TO RDR-CUR-DATABASE
004050             MOVE BC-SERVER TO RDR-CUR-SERVER
004060             PERFORM FIND-OR-ADD-DB-ENTRY
004070             IF RDR-ENTRY-FOUND
004080                 MOVE BC-ENGINE TO RDR-DB-ENGINE(RDR-TABLE-INDEX)
004090                 IF BC-OUTCOME = "OK" AND BC-TIMESTAMP
004100                         > RDR-DB-DUMP-STAMP(RDR-TABLE-INDEX)
004110                     MOVE BC-TIMESTAMP
004120                         TO RDR-DB-DUMP-STAMP(RDR-TABLE-INDEX)
004130                     MOVE BC-DUMP-PATH
004140                         TO RDR-DB-DUMP-PATH(RDR-TABLE-INDEX)
004150                 END-IF
004160             END-IF
004170     END-READ.
004180
004190*****************************************************************
004200* LOAD-DRILL-HISTORY - THE LAST GOOD DRILL OF EACH DATABASE
004210* FROM EARLIER RUNS. HISTORY OF A DATABASE NO LONGER IN PROVREG
004220* OR THE CATALOG IS IGNORED.
004230*****************************************************************
004240 LOAD-DRILL-HISTORY.
004250     OPEN INPUT RESTORE-VERIFY-FILE
004260     IF RDR-VERIFY-FILE-STATUS NOT = "00"
004270         CONTINUE
004280     ELSE
004290         MOVE "N" TO RDR-VERIFY-EOF-SW
004300         PERFORM LOAD-HISTORY-ENTRY UNTIL RDR-VERIFY-EOF
004310         CLOSE RESTORE-VERIFY-FILE
004320     END-IF.
004330
004340*****************************************************************
004350* LOAD-HISTORY-ENTRY - ONE RESTVERIF LINE.
004360*****************************************************************
004370 LOAD-HISTORY-ENTRY.
004380     READ RESTORE-VERIFY-FILE
004390         AT END
004400             MOVE "Y" TO RDR-VERIFY-EOF-SW
004410         NOT AT END
004420             IF RV-RESULT = "VERIFICADO"
004430                 MOVE RV-DATABASE TO RDR-CUR-DATABASE
004440                 MOVE RV-SERVER TO RDR-CUR-SERVER
004450                 PERFORM FIND-DB-ENTRY
004460                 IF RDR-ENTRY-FOUND AND RV-DRILL-STAMP
004470                         > RDR-DB-LAST-GOOD(RDR-TABLE-INDEX)
004480                     MOVE RV-DRILL-STAMP
004490                         TO RDR-DB-LAST-GOOD(RDR-TABLE-INDEX)
004500                 END-IF
004510             END-IF
004520     END-READ.
004530
004540*****************************************************************
004550* FIND-DB-ENTRY - LOCATES THE TABLE ENTRY OF RDR-CUR-DATABASE
004560* ON RDR-CUR-SERVER, LEAVING ITS SUBSCRIPT IN RDR-TABLE-INDEX.
004570*****************************************************************
004580 FIND-DB-ENTRY.
004590     MOVE "N" TO RDR-ENTRY-FOUND-SW
004600     PERFORM VARYING RDR-TABLE-INDEX FROM 1 BY 1
004610             UNTIL RDR-TABLE-INDEX > RDR-DB-USED
004620             OR RDR-ENTRY-FOUND
004630         IF RDR-DB-NAME(RDR-TABLE-INDEX) = RDR-CUR-DATABASE
004640                 AND RDR-DB-SERVER(RDR-TABLE-INDEX)
004650                     = RDR-CUR-SERVER
004660             MOVE "Y" TO RDR-ENTRY-FOUND-SW
004670         END-IF
004680     END-PERFORM
004690     IF RDR-ENTRY-FOUND
004700         SUBTRACT 1 FROM RDR-TABLE-INDEX
004710     END-IF.
004720
004730*****************************************************************
004740* FIND-OR-ADD-DB-ENTRY - AS FIND-DB-ENTRY, ADDING A FRESH ENTRY
004750* WHEN THE DATABASE IS NEW. A FULL TABLE LEAVES IT OUT.
004760*****************************************************************
004770 FIND-OR-ADD-DB-ENTRY.
004780     PERFORM FIND-DB-ENTRY
004790     IF RDR-ENTRY-NOT-FOUND
004800         IF RDR-DB-USED < 200
004810             ADD 1 TO RDR-DB-USED
004820             MOVE RDR-DB-USED TO RDR-TABLE-INDEX
004830             MOVE RDR-CUR-DATABASE
004840                 TO RDR-DB-NAME(RDR-TABLE-INDEX)
004850             MOVE RDR-CUR-SERVER TO RDR-DB-SERVER(RDR-TABLE-INDEX)
004860             MOVE SPACES TO RDR-DB-ENGINE(RDR-TABLE-INDEX)
004870             MOVE SPACES TO RDR-DB-DUMP-STAMP(RDR-TABLE-INDEX)
004880             MOVE SPACES TO RDR-DB-DUMP-PATH(RDR-TABLE-INDEX)
004890             MOVE SPACES TO RDR-DB-LAST-GOOD(RDR-TABLE-INDEX)
004900             MOVE "Y" TO RDR-ENTRY-FOUND-SW
004910         ELSE
004920             MOVE "Y" TO RDR-DB-FULL-SW
004930         END-IF
004940     END-IF.
004950
004960*****************************************************************
004970* OPEN-VERIFY-FILE - OPENS THE DRILL HISTORY FOR APPENDING,
004980* CREATING IT THE FIRST TIME THE JOB RUNS.
004990*****************************************************************
005000 OPEN-VERIFY-FILE.
005010     OPEN EXTEND RESTORE-VERIFY-FILE
005020     IF RDR-VERIFY-FILE-STATUS = "35"
005030         OPEN OUTPUT RESTORE-VERIFY-FILE
005040         CLOSE RESTORE-VERIFY-FILE
005050         OPEN EXTEND RESTORE-VERIFY-FILE
005060     END-IF.
005070
005080*****************************************************************
005090* DRILL-ONE-DATABASE - DRILLS THE NEWEST GOOD DUMP OF ONE TABLE
005100* ENTRY. A DATABASE WITH NO GOOD DUMP HAS NOTHING TO DRILL; A
005110* DUMP CONVERTED FROM THE OLD CATALOG WITH NO KNOWN SERVER
005120* CANNOT BE REACHED AND IS SKIPPED.
005130*****************************************************************
005140 DRILL-ONE-DATABASE.
005150     EVALUATE TRUE
005160         WHEN RDR-DB-DUMP-STAMP(RDR-DB-INDEX) = SPACES
005170             ADD 1 TO RDR-NO-DUMP-COUNT
005180             DISPLAY "SEM DUMP:   "
005190                 RDR-DB-NAME(RDR-DB-INDEX)(1:20) " "
005200                 RDR-DB-SERVER(RDR-DB-INDEX)(1:20)
005210         WHEN RDR-DB-SERVER(RDR-DB-INDEX) = SPACES
005220             ADD 1 TO RDR-SKIPPED-COUNT
005230             DISPLAY "PULADO:     "
005240                 RDR-DB-NAME(RDR-DB-INDEX)(1:20) " "
005250                 RDR-DB-DUMP-STAMP(RDR-DB-INDEX)
005260                 " (servidor desconhecido)"
005270         WHEN OTHER
005280             PERFORM RUN-RESTORE-DRILL
005290     END-EVALUATE.
005300
005310*****************************************************************
005320* RUN-RESTORE-DRILL - ONE DRILL: SCRIPT WRITTEN, RUN AND TIMED,
005330* ITS COUNTS READ BACK AND JUDGED, THE VERDICT RECORDED.
005340*****************************************************************
005350 RUN-RESTORE-DRILL.
005360     MOVE SPACES TO RDR-SCRATCH-NAME
005370     STRING "drill_" DELIMITED BY SIZE
005380            RDR-DB-NAME(RDR-DB-INDEX) DELIMITED BY SPACE
005390            INTO RDR-SCRATCH-NAME
005400     PERFORM WRITE-DRILL-SCRIPT
005410     ACCEPT RDR-CLOCK-X FROM TIME
005420     COMPUTE RDR-START-SECONDS = RDR-CLOCK-HH * 3600
005430         + RDR-CLOCK-MM * 60 + RDR-CLOCK-SS
005440     MOVE SPACES TO RDR-DRILL-STAMP
005450     STRING RDR-RUN-DATE-X DELIMITED BY SIZE
005460            "-" DELIMITED BY SIZE
005470            RDR-CLOCK-X(1:6) DELIMITED BY SIZE
005480            INTO RDR-DRILL-STAMP
005490     IF RDR-SCRIPT-FITS
005500         PERFORM RUN-DRILL-SCRIPT
005510     END-IF
005520     ACCEPT RDR-CLOCK-X FROM TIME
005530     COMPUTE RDR-END-SECONDS = RDR-CLOCK-HH * 3600
005540         + RDR-CLOCK-MM * 60 + RDR-CLOCK-SS
005550*    A DRILL RUNNING PAST MIDNIGHT ENDS "BEFORE" IT STARTED.
005560     IF RDR-END-SECONDS < RDR-START-SECONDS
005570         ADD 86400 TO RDR-END-SECONDS
005580     END-IF
005590     COMPUTE RDR-DRILL-SECONDS =
005600         RDR-END-SECONDS - RDR-START-SECONDS
005610     PERFORM READ-DRILL-OUTPUT
005620     PERFORM JUDGE-DRILL
005630     PERFORM WRITE-VERIFY-RECORD.
005640
005650*****************************************************************
005660* WRITE-DRILL-SCRIPT - THE DRILL AS A SHELL SCRIPT FOR THE
005670* DUMP'S ENGINE: A COUNT FUNCTION (TABLES, THEN THE SUM OF AN
005680* EXACT COUNT(*) OF EACH), THE SCRATCH DATABASE CREATED AFRESH,
005690* THE DUMP LOADED INTO IT, BOTH DATABASES COUNTED AND THE
005700* SCRATCH COPY DROPPED. A FAILED STEP PRINTS FALHA AND STOPS.
005710* A LINE THAT DOES NOT FIT DRILL-SCRIPT-RECORD RAISES
005720* RDR-SCRIPT-TOO-LONG, AND THE SCRIPT IS NOT RUN.
005730*****************************************************************
005740 WRITE-DRILL-SCRIPT.
005750     MOVE "N" TO RDR-SCRIPT-LONG-SW
005760     OPEN OUTPUT DRILL-SCRIPT-FILE
005770     IF RDR-DB-ENGINE(RDR-DB-INDEX)(1:5) = "mysql"
005780         PERFORM WRITE-MYSQL-DRILL
005790     ELSE
005800         PERFORM WRITE-PGSQL-DRILL
005810     END-IF
005820     MOVE SPACES TO DRILL-SCRIPT-RECORD
005830     STRING "echo VIVO $(count " DELIMITED BY SIZE
005840            RDR-DB-NAME(RDR-DB-INDEX) DELIMITED BY SPACE
005850            ")" DELIMITED BY SIZE
005860            INTO DRILL-SCRIPT-RECORD
005870         ON OVERFLOW
005880             MOVE "Y" TO RDR-SCRIPT-LONG-SW
005890     END-STRING
005900     WRITE DRILL-SCRIPT-RECORD
005910     MOVE SPACES TO DRILL-SCRIPT-RECORD
005920     STRING "echo COPIA $(count " DELIMITED BY SIZE
005930            RDR-SCRATCH-NAME DELIMITED BY SPACE
005940            ")" DELIMITED BY SIZE
005950            INTO DRILL-SCRIPT-RECORD
005960         ON OVERFLOW
005970             MOVE "Y" TO RDR-SCRIPT-LONG-SW
005980     END-STRING
005990     WRITE DRILL-SCRIPT-RECORD
006000     MOVE SPACES TO DRILL-SCRIPT-RECORD
006010     IF RDR-DB-ENGINE(RDR-DB-INDEX)(1:5) = "mysql"
006020         STRING "mysql -e 'DROP DATABASE " DELIMITED BY SIZE
006030                RDR-SCRATCH-NAME DELIMITED BY SPACE
006040                "' || echo FALHA apagar" DELIMITED BY SIZE
006050                INTO DRILL-SCRIPT-RECORD
006060             ON OVERFLOW
006070                 MOVE "Y" TO RDR-SCRIPT-LONG-SW
006080         END-STRING
006090     ELSE
006100         STRING "sudo -u postgres dropdb " DELIMITED BY SIZE
006110                RDR-SCRATCH-NAME DELIMITED BY SPACE
006120                " || echo FALHA apagar" DELIMITED BY SIZE
006130                INTO DRILL-SCRIPT-RECORD
006140             ON OVERFLOW
006150                 MOVE "Y" TO RDR-SCRIPT-LONG-SW
006160         END-STRING
006170     END-IF
006180     WRITE DRILL-SCRIPT-RECORD
006190     CLOSE DRILL-SCRIPT-FILE.
006200
006210*****************************************************************
006220* WRITE-MYSQL-DRILL - COUNT FUNCTION, CREATE AND LOAD FOR MYSQL.
006230*****************************************************************
006240 WRITE-MYSQL-DRILL.
006250     MOVE SPACES TO DRILL-SCRIPT-RECORD
006260     STRING "count() { for t in $(mysql -N -B -e 'SHOW TABLES' "
006270            DELIMITED BY SIZE
006280            """$1""); do mysql -N -B -e " DELIMITED BY SIZE
006290            """SELECT COUNT(*) FROM \`$t\`"" ""$1""; done"
006300            DELIMITED BY SIZE
006310            " | awk '{ n++; s += $1 } END { print n + 0, s + 0 }'"
006320            DELIMITED BY SIZE
006330            "; }" DELIMITED BY SIZE
006340            INTO DRILL-SCRIPT-RECORD
006350         ON OVERFLOW
006360             MOVE "Y" TO RDR-SCRIPT-LONG-SW
006370     END-STRING
006380     WRITE DRILL-SCRIPT-RECORD
006390     MOVE SPACES TO DRILL-SCRIPT-RECORD
006400     STRING "mysql -e 'DROP DATABASE IF EXISTS " DELIMITED BY SIZE
006410            RDR-SCRATCH-NAME DELIMITED BY SPACE
006420            "; CREATE DATABASE " DELIMITED BY SIZE
006430            RDR-SCRATCH-NAME DELIMITED BY SPACE
006440            "' || { echo FALHA criar; exit 1; }" DELIMITED BY SIZE
006450            INTO DRILL-SCRIPT-RECORD
006460         ON OVERFLOW
006470             MOVE "Y" TO RDR-SCRIPT-LONG-SW
006480     END-STRING
006490     WRITE DRILL-SCRIPT-RECORD
006500     MOVE SPACES TO DRILL-SCRIPT-RECORD
006510     STRING "sudo sh -c 'mysql " DELIMITED BY SIZE
006520            RDR-SCRATCH-NAME DELIMITED BY SPACE
006530            " < " DELIMITED BY SIZE
006540            RDR-DB-DUMP-PATH(RDR-DB-INDEX) DELIMITED BY SPACE
006550            "' || { mysql -e 'DROP DATABASE " DELIMITED BY SIZE
006560            RDR-SCRATCH-NAME DELIMITED BY SPACE
006570            "'; echo FALHA restaurar; exit 1; }" DELIMITED BY SIZE
006580            INTO DRILL-SCRIPT-RECORD
006590         ON OVERFLOW
006600             MOVE "Y" TO RDR-SCRIPT-LONG-SW
006610     END-STRING
006620     WRITE DRILL-SCRIPT-RECORD.
006630
006640*****************************************************************
006650* WRITE-PGSQL-DRILL - COUNT FUNCTION, CREATE AND LOAD FOR
006660* POSTGRESQL. PSQL ENDS WELL EVEN WHEN STATEMENTS OF THE DUMP
006670* FAIL, SO IT IS THE TABLE COUNT THAT CATCHES A BAD LOAD.
006680*****************************************************************
006690 WRITE-PGSQL-DRILL.
006700     MOVE SPACES TO DRILL-SCRIPT-RECORD
006710     STRING "count() { for t in $(sudo -u postgres psql -At -c "
006720            DELIMITED BY SIZE
006730            """SELECT quote_ident(schemaname) || '.' || "
006740            DELIMITED BY SIZE
006750            "quote_ident(tablename) FROM pg_tables WHERE "
006760            DELIMITED BY SIZE
006770            "schemaname NOT IN ('pg_catalog', "
006780            DELIMITED BY SIZE
006790            "'information_schema')"" ""$1""); "
006800            DELIMITED BY SIZE
006810            "do sudo -u postgres "
006820            DELIMITED BY SIZE
006830            "psql -At -c ""SELECT count(*) FROM $t"" ""$1""; done"
006840            DELIMITED BY SIZE
006850            " | awk '{ n++; s += $1 } END { print n + 0, s + 0 }'"
006860            DELIMITED BY SIZE
006870            "; }" DELIMITED BY SIZE
006880            INTO DRILL-SCRIPT-RECORD
006890         ON OVERFLOW
006900             MOVE "Y" TO RDR-SCRIPT-LONG-SW
006910     END-STRING
006920     WRITE DRILL-SCRIPT-RECORD
006930     MOVE SPACES TO DRILL-SCRIPT-RECORD
006940     STRING "sudo -u postgres dropdb --if-exists "
006950            DELIMITED BY SIZE
006960            RDR-SCRATCH-NAME DELIMITED BY SPACE
006970            " && sudo -u postgres createdb " DELIMITED BY SIZE
006980            RDR-SCRATCH-NAME DELIMITED BY SPACE
006990            " || { echo FALHA criar; exit 1; }" DELIMITED BY SIZE
007000            INTO DRILL-SCRIPT-RECORD
007010         ON OVERFLOW
007020             MOVE "Y" TO RDR-SCRIPT-LONG-SW
007030     END-STRING
007040     WRITE DRILL-SCRIPT-RECORD
007050     MOVE SPACES TO DRILL-SCRIPT-RECORD
007060     STRING "sudo sh -c 'sudo -u postgres psql -q "
007070            DELIMITED BY SIZE
007080            RDR-SCRATCH-NAME DELIMITED BY SPACE
007090            " < " DELIMITED BY SIZE
007100            RDR-DB-DUMP-PATH(RDR-DB-INDEX) DELIMITED BY SPACE
007110            "' > /dev/null || { sudo -u postgres dropdb "
007120            DELIMITED BY SIZE
007130            RDR-SCRATCH-NAME DELIMITED BY SPACE
007140            "; echo FALHA restaurar; exit 1; }" DELIMITED BY SIZE
007150            INTO DRILL-SCRIPT-RECORD
007160         ON OVERFLOW
007170             MOVE "Y" TO RDR-SCRIPT-LONG-SW
007180     END-STRING
007190     WRITE DRILL-SCRIPT-RECORD.
007200
007210*****************************************************************
007220* RUN-DRILL-SCRIPT - HANDS THE SCRIPT TO SH HERE FOR A "local"
007230* DUMP, OR TO SH ON THE DUMP'S SERVER OVER SSH. EVERYTHING IT
007240* PRINTS LANDS IN DRILLOUT ON THIS BOX EITHER WAY.
007250*****************************************************************
007260 RUN-DRILL-SCRIPT.
007270     MOVE SPACES TO RDR-RUN-COMMAND
007280     IF RDR-DB-SERVER(RDR-DB-INDEX) = "local"
007290         MOVE "sh DRILLSH > DRILLOUT 2>&1" TO RDR-RUN-COMMAND
007300     ELSE
007310         STRING "ssh " DELIMITED BY SIZE
007320                RDR-DB-SERVER(RDR-DB-INDEX) DELIMITED BY SPACE
007330                " sh -s < DRILLSH > DRILLOUT 2>&1"
007340                DELIMITED BY SIZE
007350                INTO RDR-RUN-COMMAND
007360     END-IF
007370     CALL "SYSTEM" USING RDR-RUN-COMMAND.
007380
007390*****************************************************************
007400* READ-DRILL-OUTPUT - PICKS THE COUNTS AND ANY FAILURE OUT OF
007410* DRILLOUT. NO OUTPUT AT ALL COUNTS AS A FAILED DRILL, AND SO
007420* DOES A SCRIPT THAT WAS NEVER RUN BECAUSE A LINE DID NOT FIT.
007430*****************************************************************
007440 READ-DRILL-OUTPUT.
007450     MOVE "N" TO RDR-DRILL-FAILED-SW
007460     MOVE "N" TO RDR-DROP-FAILED-SW
007470     MOVE "N" TO RDR-LIVE-SEEN-SW
007480     MOVE "N" TO RDR-COPY-SEEN-SW
007490     MOVE SPACES TO RDR-FAIL-STEP
007500     MOVE ZERO TO RDR-LIVE-TABLES
007510     MOVE ZERO TO RDR-COPY-TABLES
007520     MOVE ZERO TO RDR-LIVE-ROWS
007530     MOVE ZERO TO RDR-COPY-ROWS
007540     IF RDR-SCRIPT-TOO-LONG
007550         DISPLAY "Linha do script longa demais - "
007560             RDR-DB-NAME(RDR-DB-INDEX)(1:20) " nao testado."
007570         MOVE "Y" TO RDR-DRILL-FAILED-SW
007580         MOVE "montar" TO RDR-FAIL-STEP
007590     ELSE
007600         OPEN INPUT DRILL-OUTPUT-FILE
007610         IF RDR-OUTPUT-FILE-STATUS NOT = "00"
007620             MOVE "Y" TO RDR-DRILL-FAILED-SW
007630             MOVE "executar" TO RDR-FAIL-STEP
007640         ELSE
007650             MOVE "N" TO RDR-OUTPUT-EOF-SW
007660             PERFORM PARSE-DRILL-LINE UNTIL RDR-OUTPUT-EOF
007670             CLOSE DRILL-OUTPUT-FILE
007680         END-IF
007690     END-IF.
007700
007710*****************************************************************
007720* PARSE-DRILL-LINE - ONE DRILLOUT LINE: "VIVO T R", "COPIA T R"
007730* OR "FALHA STEP". ANYTHING ELSE IS TOOL CHATTER.
007740*****************************************************************
007750 PARSE-DRILL-LINE.
007760     READ DRILL-OUTPUT-FILE
007770         AT END
007780             MOVE "Y" TO RDR-OUTPUT-EOF-SW
007790         NOT AT END
007800             EVALUATE TRUE
007810                 WHEN DRILL-OUTPUT-RECORD(1:5) = "VIVO "
007820                     MOVE "Y" TO RDR-LIVE-SEEN-SW
007830                     PERFORM SPLIT-COUNT-LINE
007840                     MOVE RDR-OUT-TABLES TO RDR-NUM-TEXT
007850                     PERFORM CONVERT-COUNT-TEXT
007860                     MOVE RDR-NUM-VALUE TO RDR-LIVE-TABLES
007870                     MOVE RDR-OUT-ROWS TO RDR-NUM-TEXT
007880                     PERFORM CONVERT-COUNT-TEXT
007890                     MOVE RDR-NUM-VALUE TO RDR-LIVE-ROWS
007900                 WHEN DRILL-OUTPUT-RECORD(1:6) = "COPIA "
007910                     MOVE "Y" TO RDR-COPY-SEEN-SW
007920                     PERFORM SPLIT-COUNT-LINE
007930                     MOVE RDR-OUT-TABLES TO RDR-NUM-TEXT
007940                     PERFORM CONVERT-COUNT-TEXT
007950                     MOVE RDR-NUM-VALUE TO RDR-COPY-TABLES
007960                     MOVE RDR-OUT-ROWS TO RDR-NUM-TEXT
007970                     PERFORM CONVERT-COUNT-TEXT
007980                     MOVE RDR-NUM-VALUE TO RDR-COPY-ROWS
007990                 WHEN DRILL-OUTPUT-RECORD(1:13) = "FALHA apagar"
008000                     MOVE "Y" TO RDR-DROP-FAILED-SW
008010                 WHEN DRILL-OUTPUT-RECORD(1:6) = "FALHA "
008020                     MOVE "Y" TO RDR-DRILL-FAILED-SW
008030                     MOVE DRILL-OUTPUT-RECORD(7:20)
008040                         TO RDR-FAIL-STEP
008050                 WHEN OTHER
008060                     CONTINUE
008070             END-EVALUATE
008080     END-READ.
008090
008100*****************************************************************
008110* SPLIT-COUNT-LINE - THE TAG, TABLE COUNT AND ROW COUNT OF A
008120* VIVO OR COPIA LINE.
008130*****************************************************************
008140 SPLIT-COUNT-LINE.
008150     MOVE SPACES TO RDR-OUT-TAG
008160     MOVE SPACES TO RDR-OUT-TABLES
008170     MOVE SPACES TO RDR-OUT-ROWS
008180     UNSTRING DRILL-OUTPUT-RECORD DELIMITED BY ALL SPACE
008190         INTO RDR-OUT-TAG RDR-OUT-TABLES RDR-OUT-ROWS
008200     END-UNSTRING.
008210
008220*****************************************************************
008230* CONVERT-COUNT-TEXT - TURNS THE DIGITS IN RDR-NUM-TEXT INTO
008240* RDR-NUM-VALUE.
008250*****************************************************************
008260 CONVERT-COUNT-TEXT.
008270     MOVE ZERO TO RDR-NUM-VALUE
008280     PERFORM VARYING RDR-DIGIT-INDEX FROM 1 BY 1
008290             UNTIL RDR-DIGIT-INDEX > 12
008300         MOVE RDR-NUM-TEXT(RDR-DIGIT-INDEX:1) TO RDR-DIGIT-CHAR
008310         IF RDR-DIGIT-CHAR >= "0" AND RDR-DIGIT-CHAR <= "9"
008320             COMPUTE RDR-NUM-VALUE =
008330                 RDR-NUM-VALUE * 10 + RDR-DIGIT-NUM
008340         END-IF
008350     END-PERFORM.
008360
008370*****************************************************************
008380* JUDGE-DRILL - VERIFICADO WHEN THE LOAD RAN, THE RESTORED COPY
008390* HAS AS MANY TABLES AS THE LIVE DATABASE AND ITS ROW TOTAL IS
008400* WITHIN THE DRILLPOL TOLERANCE OF THE LIVE ONE. A SCRATCH COPY
008410* THAT WOULD NOT DROP DOES NOT SPOIL A GOOD DRILL, BUT IS NOTED.
008420*****************************************************************
008430 JUDGE-DRILL.
008440     MOVE "VERIFICADO" TO RDR-RESULT
008450     MOVE SPACES TO RDR-DETAIL
008460     IF RDR-LIVE-ROWS >= RDR-COPY-ROWS
008470         COMPUTE RDR-ROW-DIFF = RDR-LIVE-ROWS - RDR-COPY-ROWS
008480     ELSE
008490         COMPUTE RDR-ROW-DIFF = RDR-COPY-ROWS - RDR-LIVE-ROWS
008500     END-IF
008510     COMPUTE RDR-ROW-LIMIT =
008520         RDR-LIVE-ROWS * RDR-ROW-TOLERANCE / 100
008530     EVALUATE TRUE
008540         WHEN RDR-DRILL-FAILED
008550             MOVE "FALHOU" TO RDR-RESULT
008560             STRING "falha ao " DELIMITED BY SIZE
008570                    RDR-FAIL-STEP DELIMITED BY SPACE
008580                    INTO RDR-DETAIL
008590         WHEN RDR-LIVE-NOT-SEEN OR RDR-COPY-NOT-SEEN
008600             MOVE "FALHOU" TO RDR-RESULT
008610             MOVE "contagem nao obtida" TO RDR-DETAIL
008620         WHEN RDR-COPY-TABLES NOT = RDR-LIVE-TABLES
008630             MOVE "FALHOU" TO RDR-RESULT
008640             MOVE "tabelas divergem do vivo" TO RDR-DETAIL
008650         WHEN RDR-ROW-DIFF > RDR-ROW-LIMIT
008660             MOVE "FALHOU" TO RDR-RESULT
008670             MOVE "linhas fora da tolerancia" TO RDR-DETAIL
008680         WHEN RDR-DROP-FAILED
008690             MOVE "copia temporaria nao apagada" TO RDR-DETAIL
008700         WHEN OTHER
008710             CONTINUE
008720     END-EVALUATE.
008730
008740*****************************************************************
008750* WRITE-VERIFY-RECORD - THE DRILL'S LINE IN RESTVERIF AND ON THE
008760* REPORT. A GOOD DRILL ALSO BECOMES THE DATABASE'S LAST GOOD.
008770*****************************************************************
008780 WRITE-VERIFY-RECORD.
008790     MOVE SPACES TO RESTORE-VERIFY-RECORD
008800     MOVE RDR-DB-NAME(RDR-DB-INDEX) TO RV-DATABASE
008810     MOVE RDR-DB-SERVER(RDR-DB-INDEX) TO RV-SERVER
008820     MOVE RDR-DB-ENGINE(RDR-DB-INDEX) TO RV-ENGINE
008830     MOVE RDR-DB-DUMP-STAMP(RDR-DB-INDEX) TO RV-DUMP-STAMP
008840     MOVE RDR-DRILL-STAMP TO RV-DRILL-STAMP
008850     MOVE RDR-RESULT TO RV-RESULT
008860     MOVE RDR-LIVE-TABLES TO RV-LIVE-TABLES
008870     MOVE RDR-COPY-TABLES TO RV-COPY-TABLES
008880     MOVE RDR-LIVE-ROWS TO RV-LIVE-ROWS
008890     MOVE RDR-COPY-ROWS TO RV-COPY-ROWS
008900     MOVE RDR-DRILL-SECONDS TO RV-SECONDS
008910     MOVE RDR-DETAIL TO RV-DETAIL
008920     WRITE RESTORE-VERIFY-RECORD
008930     IF RDR-RESULT = "VERIFICADO"
008940         ADD 1 TO RDR-VERIFIED-COUNT
008950         MOVE RDR-DRILL-STAMP TO RDR-DB-LAST-GOOD(RDR-DB-INDEX)
008960     ELSE
008970         ADD 1 TO RDR-FAILED-COUNT
008980     END-IF
008990     MOVE RDR-COPY-ROWS TO RDR-ROWS-DISP
009000     MOVE RDR-DRILL-SECONDS TO RDR-COUNT-DISP
009010     DISPLAY RDR-RESULT ": " RDR-DB-NAME(RDR-DB-INDEX)(1:20) " "
009020         RDR-DB-DUMP-STAMP(RDR-DB-INDEX) " "
009030         RV-COPY-TABLES "/" RV-LIVE-TABLES " tabelas "
009040         RDR-ROWS-DISP " linhas " RDR-COUNT-DISP "s"
009050     IF RDR-DETAIL NOT = SPACES
009060         DISPLAY "            " RDR-DETAIL
009070     END-IF.
009080
009090*****************************************************************
009100* PRINT-OVERDUE-REPORT - EVERY DATABASE WHOSE LAST GOOD DRILL
009110* IS OLDER THAN THE DRILLPOL LIMIT, OR THAT NEVER HAD ONE.
009120*****************************************************************
009130 PRINT-OVERDUE-REPORT.
009140     DISPLAY " "
009150     MOVE RDR-MAX-AGE-DAYS TO RDR-COUNT-DISP
009160     DISPLAY "--- Bancos sem teste bom nos ultimos "
009170         RDR-COUNT-DISP " dias ---"
009180     PERFORM CHECK-DRILL-AGE
009190         VARYING RDR-DB-INDEX FROM 1 BY 1
009200         UNTIL RDR-DB-INDEX > RDR-DB-USED
009210     IF RDR-OVERDUE-COUNT = ZERO
009220         DISPLAY "Nenhum."
009230     END-IF.
009240
009250*****************************************************************
009260* CHECK-DRILL-AGE - ONE DATABASE AGAINST THE AGE LIMIT.
009270*****************************************************************
009280 CHECK-DRILL-AGE.
009290     IF RDR-DB-LAST-GOOD(RDR-DB-INDEX) = SPACES
009300         ADD 1 TO RDR-OVERDUE-COUNT
009310         DISPLAY "NUNCA:      "
009320             RDR-DB-NAME(RDR-DB-INDEX)(1:20) " "
009330             RDR-DB-SERVER(RDR-DB-INDEX)(1:20)
009340     ELSE
009350         MOVE RDR-DB-LAST-GOOD(RDR-DB-INDEX)(1:8) TO RDR-CD-DATE
009360         PERFORM CONVERT-DATE-TO-SERIAL
009370         IF RDR-CD-SERIAL > RDR-TODAY-SERIAL
009380             MOVE ZERO TO RDR-DRILL-AGE
009390         ELSE
009400             COMPUTE RDR-DRILL-AGE =
009410                 RDR-TODAY-SERIAL - RDR-CD-SERIAL
009420         END-IF
009430         IF RDR-DRILL-AGE > RDR-MAX-AGE-DAYS
009440             ADD 1 TO RDR-OVERDUE-COUNT
009450             MOVE RDR-DRILL-AGE TO RDR-COUNT-DISP
009460             DISPLAY "ATRASADO:   "
009470                 RDR-DB-NAME(RDR-DB-INDEX)(1:20) " "
009480                 RDR-DB-SERVER(RDR-DB-INDEX)(1:20)
009490                 " ultimo " RDR-DB-LAST-GOOD(RDR-DB-INDEX)(1:8)
009500                 " (" RDR-COUNT-DISP " dias)"
009510         END-IF
009520     END-IF.
009530
009540*****************************************************************
009550* PRINT-SUMMARY - THE RUN TOTALS.
009560*****************************************************************
009570 PRINT-SUMMARY.
009580     DISPLAY " "
009590     MOVE RDR-VERIFIED-COUNT TO RDR-COUNT-DISP
009600     DISPLAY "Dumps verificados:  " RDR-COUNT-DISP
009610     MOVE RDR-FAILED-COUNT TO RDR-COUNT-DISP
009620     DISPLAY "Dumps com falha:    " RDR-COUNT-DISP
009630     MOVE RDR-NO-DUMP-COUNT TO RDR-COUNT-DISP
009640     DISPLAY "Bancos sem dump OK: " RDR-COUNT-DISP
009650     MOVE RDR-SKIPPED-COUNT TO RDR-COUNT-DISP
009660     DISPLAY "Dumps pulados:      " RDR-COUNT-DISP
009670     MOVE RDR-OVERDUE-COUNT TO RDR-COUNT-DISP
009680     DISPLAY "Bancos atrasados:   " RDR-COUNT-DISP
009690     DISPLAY "===== Fim do Teste de Restauracao =====".
009700
009710*****************************************************************
009720* CONVERT-DATE-TO-SERIAL - TURNS THE YYYYMMDD IN RDR-CD-DATE
009730* INTO A GREGORIAN DAY SERIAL IN RDR-CD-SERIAL, SO TWO DATES
009740* SUBTRACT INTO AN AGE IN DAYS ACROSS MONTH AND YEAR ENDS.
009750*****************************************************************
009760 CONVERT-DATE-TO-SERIAL.
009770     COMPUTE RDR-CD-A = (14 - RDR-CD-MONTH) / 12
009780     COMPUTE RDR-CD-Y = RDR-CD-YEAR + 4800 - RDR-CD-A
009790     COMPUTE RDR-CD-M = RDR-CD-MONTH + 12 * RDR-CD-A - 3
009800     COMPUTE RDR-CD-WORK = (153 * RDR-CD-M + 2) / 5
009810     COMPUTE RDR-CD-Q4 = RDR-CD-Y / 4
009820     COMPUTE RDR-CD-Q100 = RDR-CD-Y / 100
009830     COMPUTE RDR-CD-Q400 = RDR-CD-Y / 400
009840     COMPUTE RDR-CD-SERIAL = RDR-CD-DAY + RDR-CD-WORK
009850         + 365 * RDR-CD-Y + RDR-CD-Q4 - RDR-CD-Q100
009860         + RDR-CD-Q400 - 32045.
