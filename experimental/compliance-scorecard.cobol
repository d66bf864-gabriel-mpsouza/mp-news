000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Compliance-Scorecard.
000030 AUTHOR. GABRIEL MOURA.
000040 INSTALLATION. ESCOLA DE REFERENCIA MACIEL PINHEIRO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070* ---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT DESCRIPTION
000100* 15/10/2026 GM   Original version. One line per site registered
000110*                 in PROVREG: days since the last OK dump of its
000120*                 database (BACKUPCAT), days left on its
000130*                 certificate (CERTREG), whether it has a CFGSNAP
000140*                 baseline, the last "verify configs" and
000150*                 "reconcile" verdicts (CHECKLOG) and this
000160*                 month's INCIDENTS for its web engine. Each site
000170*                 is graded VERDE, AMARELO or VERMELHO against
000180*                 the SCOREPOL thresholds; red sites print first.
000190* 15/10/2026 GM   INCIDENTS lines now end with the server the
000200*                 watchdog was watching; the record layout
000210*                 follows.
000220* 15/10/2026 GM   A site is now charged only with this month's
000230*                 incidents of its web engine on its own server;
000240*                 older INCIDENTS lines with no server still count
000250*                 against every server.
000260* ---------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PROVISION-REGISTRY-FILE ASSIGN TO "PROVREG"
000340         ORGANIZATION INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PV-REG-KEY
000370         FILE STATUS IS CSR-REGISTRY-FILE-STATUS.
000380     SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUPCAT"
000390         ORGANIZATION INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS BC-CAT-KEY
000420         FILE STATUS IS CSR-CATALOG-FILE-STATUS.
000430     SELECT CERT-REGISTRY-FILE ASSIGN TO "CERTREG"
000440         ORGANIZATION LINE SEQUENTIAL
000450         FILE STATUS IS CSR-CERT-FILE-STATUS.
000460     SELECT CONFIG-SNAPSHOT-FILE ASSIGN TO "CFGSNAP"
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS IS CSR-SNAP-FILE-STATUS.
000490     SELECT SITE-CHECK-FILE ASSIGN TO "CHECKLOG"
000500         ORGANIZATION LINE SEQUENTIAL
000510         FILE STATUS IS CSR-CHECK-FILE-STATUS.
000520     SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
000530         ORGANIZATION LINE SEQUENTIAL
000540         FILE STATUS IS CSR-INCIDENT-FILE-STATUS.
000550     SELECT SCORE-POLICY-FILE ASSIGN TO "SCOREPOL"
000560         ORGANIZATION LINE SEQUENTIAL
000570         FILE STATUS IS CSR-POLICY-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610* PROVISION-REGISTRY-FILE IS THE CONTROL SHELL'S REGISTRY OF
000620* WHAT IT BUILT. ITS SITES ARE THE LINES OF THE SCORECARD AND
000630* ITS DATABASES THE ONES WHOSE DUMPS ARE AGED. THE LAYOUT MUST
000640* MATCH THE SHELL'S.
000650 FD  PROVISION-REGISTRY-FILE.
000660 01  PROVISION-REGISTRY-RECORD.
000670     05  PV-REG-KEY.
000680         10  PV-OBJECT-TYPE           PIC X(10).
000690         10  PV-OBJECT-NAME           PIC X(50).
000700         10  PV-ENGINE                PIC X(10).
000710         10  PV-SERVER                PIC X(50).
000720     05  PV-CREATED-DATE              PIC 9(08).
000730     05  PV-CREATED-BY                PIC X(10).
000740
000750* BACKUP-CATALOG-FILE IS THE DUMP CATALOG THE CONTROL SHELL
000760* MAINTAINS - THE RECORD LAYOUT AND KEY MUST MATCH
000770* WRITE-BACKUP-CATALOG OVER THERE.
000780 FD  BACKUP-CATALOG-FILE.
000790 01  BACKUP-CATALOG-RECORD.
000800     05  BC-CAT-KEY.
000810         10  BC-DATABASE              PIC X(50).
000820         10  BC-TIMESTAMP             PIC X(15).
000830     05  BC-ENGINE                    PIC X(10).
000840     05  BC-DUMP-PATH                 PIC X(110).
000850     05  BC-SIZE                      PIC 9(10).
000860     05  BC-OUTCOME                   PIC X(15).
000870     05  BC-SERVER                    PIC X(50).
000880
000890* CERT-REGISTRY-FILE IS THE SHELL'S CERTIFICATE REGISTRY: ONE
000900* LINE PER DOMAIN AND SERVER. AN EXPIRY OF ZERO MEANS THE SITE
000910* HAS NO READABLE CERTIFICATE. THE LAYOUT MUST MATCH THE
000920* SHELL'S.
000930 FD  CERT-REGISTRY-FILE.
000940 01  CERT-REGISTRY-RECORD.
000950     05  CR-DOMAIN                    PIC X(50).
000960     05  FILLER                       PIC X(01).
000970     05  CR-SERVER                    PIC X(50).
000980     05  FILLER                       PIC X(01).
000990     05  CR-ISSUE-DATE                PIC 9(08).
001000     05  FILLER                       PIC X(01).
001010     05  CR-EXPIRY-DATE               PIC 9(08).
001020
001030* CONFIG-SNAPSHOT-FILE IS THE KNOWN-GOOD CONF CHECKSUM BASELINE
001040* "SNAPSHOT CONFIGS" TAKES - ONLY ITS PRESENCE PER SITE MATTERS
001050* HERE. THE LAYOUT MUST MATCH THE SHELL'S.
001060 FD  CONFIG-SNAPSHOT-FILE.
001070 01  CONFIG-SNAPSHOT-RECORD.
001080     05  CS-DOMAIN                    PIC X(50).
001090     05  FILLER                       PIC X(01).
001100     05  CS-ENGINE                    PIC X(10).
001110     05  FILLER                       PIC X(01).
001120     05  CS-SERVER                    PIC X(50).
001130     05  FILLER                       PIC X(01).
001140     05  CS-CHECKSUM                  PIC X(20).
001150     05  FILLER                       PIC X(01).
001160     05  CS-TAKEN                     PIC X(15).
001170
001180* SITE-CHECK-FILE IS THE VERDICT HISTORY "VERIFY CONFIGS" AND
001190* "RECONCILE" LEAVE PER SITE. THE NEWEST LINE OF A SITE AND
001200* CHECK IS ITS CURRENT STATE. THE LAYOUT MUST MATCH
001210* WRITE-SITE-CHECK IN THE SHELL.
001220 FD  SITE-CHECK-FILE.
001230 01  SITE-CHECK-RECORD.
001240     05  CL-STAMP                     PIC X(15).
001250     05  FILLER                       PIC X(01).
001260     05  CL-CHECK                     PIC X(10).
001270     05  FILLER                       PIC X(01).
001280     05  CL-DOMAIN                    PIC X(50).
001290     05  FILLER                       PIC X(01).
001300     05  CL-ENGINE                    PIC X(10).
001310     05  FILLER                       PIC X(01).
001320     05  CL-SERVER                    PIC X(50).
001330     05  FILLER                       PIC X(01).
001340     05  CL-VERDICT                   PIC X(12).
001350
001360* INCIDENT-FILE IS WRITTEN BY THE SHELL'S WATCHDOG - THE RECORD
001370* LAYOUT MUST MATCH OVER THERE. THE WATCHDOG NAMES THE WEB
001380* ENGINES apache2 AND nginx AND THE SERVER THE WAY PROVREG DOES
001390* ("local" FOR THIS BOX). OLDER LINES DO NOT RECORD THE BOX, SO
001400* THEY ARE CHARGED TO THE SITES OF THEIR ENGINE ON EVERY SERVER.
001410 FD  INCIDENT-FILE.
001420 01  INCIDENT-RECORD.
001430     05  IN-SERVICE                   PIC X(12).
001440     05  FILLER                       PIC X(01).
001450     05  IN-DETECTED                  PIC X(15).
001460     05  FILLER                       PIC X(01).
001470     05  IN-ACTION                    PIC X(12).
001480     05  FILLER                       PIC X(01).
001490     05  IN-OUTCOME                   PIC X(12).
001500     05  FILLER                       PIC X(01).
001510     05  IN-FAIL-COUNT                PIC 9(03).
001520     05  FILLER                       PIC X(01).
001530     05  IN-SERVER                    PIC X(50).
001540
001550* SCORE-POLICY-FILE IS ONE LINE OF THRESHOLDS, EACH A PAIR OF
001560* AMARELO AND VERMELHO LIMITS: DAYS SINCE THE LAST OK DUMP,
001570* DAYS LEFT ON THE CERTIFICATE (AT OR BELOW) AND INCIDENTS OF
001580* THE WEB ENGINE THIS MONTH. A MISSING FILE OR A FIELD THAT IS
001590* NOT NUMERIC MEANS 2/7 DAYS, 30/7 DAYS AND 3/10 INCIDENTS.
001600 FD  SCORE-POLICY-FILE.
001610 01  SCORE-POLICY-RECORD.
001620     05  SP-BACKUP-YELLOW             PIC 9(03).
001630     05  FILLER                       PIC X(01).
001640     05  SP-BACKUP-RED                PIC 9(03).
001650     05  FILLER                       PIC X(01).
001660     05  SP-CERT-YELLOW               PIC 9(03).
001670     05  FILLER                       PIC X(01).
001680     05  SP-CERT-RED                  PIC 9(03).
001690     05  FILLER                       PIC X(01).
001700     05  SP-INCIDENT-YELLOW           PIC 9(03).
001710     05  FILLER                       PIC X(01).
001720     05  SP-INCIDENT-RED              PIC 9(03).
001730
001740 WORKING-STORAGE SECTION.
001750* SWITCHES
001760 01  CSR-REGISTRY-EOF-SW          PIC X(01).
001770     88  CSR-REGISTRY-EOF             VALUE "Y".
001780     88  CSR-REGISTRY-NOT-EOF         VALUE "N".
001790 01  CSR-CATALOG-EOF-SW           PIC X(01).
001800     88  CSR-CATALOG-EOF              VALUE "Y".
001810     88  CSR-CATALOG-NOT-EOF          VALUE "N".
001820 01  CSR-CERT-EOF-SW              PIC X(01).
001830     88  CSR-CERT-EOF                 VALUE "Y".
001840     88  CSR-CERT-NOT-EOF             VALUE "N".
001850 01  CSR-SNAP-EOF-SW              PIC X(01).
001860     88  CSR-SNAP-EOF                 VALUE "Y".
001870     88  CSR-SNAP-NOT-EOF             VALUE "N".
001880 01  CSR-CHECK-EOF-SW             PIC X(01).
001890     88  CSR-CHECK-EOF                VALUE "Y".
001900     88  CSR-CHECK-NOT-EOF            VALUE "N".
001910 01  CSR-INCIDENT-EOF-SW          PIC X(01).
001920     88  CSR-INCIDENT-EOF             VALUE "Y".
001930     88  CSR-INCIDENT-NOT-EOF         VALUE "N".
001940 01  CSR-ENTRY-FOUND-SW           PIC X(01).
001950     88  CSR-ENTRY-FOUND              VALUE "Y".
001960     88  CSR-ENTRY-NOT-FOUND          VALUE "N".
001970 01  CSR-SITE-FULL-SW             PIC X(01).
001980     88  CSR-SITE-FULL                VALUE "Y".
001990     88  CSR-SITE-NOT-FULL            VALUE "N".
002000 01  CSR-DB-FULL-SW               PIC X(01).
002010     88  CSR-DB-FULL                  VALUE "Y".
002020     88  CSR-DB-NOT-FULL              VALUE "N".
002030
002040* STANDALONE COUNTERS AND TOTALS
002050 77  CSR-SITE-USED                PIC 9(03) COMP.
002060 77  CSR-SITE-INDEX               PIC 9(03) COMP.
002070 77  CSR-DB-USED                  PIC 9(03) COMP.
002080 77  CSR-DB-INDEX                 PIC 9(03) COMP.
002090 77  CSR-TABLE-INDEX              PIC 9(03) COMP.
002100 77  CSR-GREEN-COUNT              PIC 9(05) COMP.
002110 77  CSR-YELLOW-COUNT             PIC 9(05) COMP.
002120 77  CSR-RED-COUNT                PIC 9(05) COMP.
002130 77  CSR-TODAY-SERIAL             PIC 9(07) COMP.
002140 77  CSR-DUMP-AGE                 PIC 9(05) COMP.
002150 77  CSR-NEW-GRADE                PIC 9(01) COMP.
002160 77  CSR-PRINT-GRADE              PIC 9(01) COMP.
002170
002180 01  CSR-RUN-DATE                 PIC 9(08).
002190 01  CSR-RUN-DATE-X REDEFINES CSR-RUN-DATE
002200                                  PIC X(08).
002210 01  CSR-REGISTRY-FILE-STATUS     PIC X(02).
002220 01  CSR-CATALOG-FILE-STATUS      PIC X(02).
002230 01  CSR-CERT-FILE-STATUS         PIC X(02).
002240 01  CSR-SNAP-FILE-STATUS         PIC X(02).
002250 01  CSR-CHECK-FILE-STATUS        PIC X(02).
002260 01  CSR-INCIDENT-FILE-STATUS     PIC X(02).
002270 01  CSR-POLICY-FILE-STATUS       PIC X(02).
002280 01  CSR-BACKUP-YELLOW            PIC 9(03).
002290 01  CSR-BACKUP-RED               PIC 9(03).
002300 01  CSR-CERT-YELLOW              PIC 9(03).
002310 01  CSR-CERT-RED                 PIC 9(03).
002320 01  CSR-INCIDENT-YELLOW          PIC 9(03).
002330 01  CSR-INCIDENT-RED             PIC 9(03).
002340 01  CSR-CUR-DOMAIN               PIC X(50).
002350 01  CSR-CUR-ENGINE               PIC X(10).
002360 01  CSR-CUR-SERVER               PIC X(50).
002370 01  CSR-NEW-REASON               PIC X(30).
002380 01  CSR-COUNT-DISP               PIC ZZZZ9.
002390 01  CSR-DAYS-DISP                PIC -ZZZ9.
002400
002410* GREGORIAN DAY-SERIAL CONVERSION WORK FIELDS - SEE
002420* CONVERT-DATE-TO-SERIAL.
002430 01  CSR-CD-DATE.
002440     05  CSR-CD-YEAR              PIC 9(04).
002450     05  CSR-CD-MONTH             PIC 9(02).
002460     05  CSR-CD-DAY               PIC 9(02).
002470 77  CSR-CD-A                     PIC 9(02) COMP.
002480 77  CSR-CD-Y                     PIC 9(05) COMP.
002490 77  CSR-CD-M                     PIC 9(02) COMP.
002500 77  CSR-CD-WORK                  PIC 9(04) COMP.
002510 77  CSR-CD-Q4                    PIC 9(05) COMP.
002520 77  CSR-CD-Q100                  PIC 9(04) COMP.
002530 77  CSR-CD-Q400                  PIC 9(03) COMP.
002540 77  CSR-CD-SERIAL                PIC 9(07) COMP.
002550
002560* ONE ENTRY PER PROVREG SITE. PROVREG DOES NOT TIE A SITE TO
002570* ITS DATABASE, SO THE DATABASES REGISTERED ON THE SAME SERVER
002580* STAND IN FOR IT AND THE STALEST OF THEM COUNTS: BACKUP STATE
002590* "-" NO DATABASE ON THE BOX, "N" ONE WITH NO OK DUMP AT ALL,
002600* "D" AGED IN CSR-S-BKP-AGE. CERT STATE "-" NOT IN CERTREG, "N"
002610* NO READABLE CERTIFICATE, "D" DAYS LEFT IN CSR-S-CERT-DAYS.
002620* GRADE 0 VERDE, 1 AMARELO, 2 VERMELHO; THE REASON IS THE FIRST
002630* CHECK THAT BROUGHT THE SITE TO ITS GRADE.
002640 01  CSR-SITE-TABLE.
002650     05  CSR-SITE-ENTRY OCCURS 200 TIMES.
002660         10  CSR-S-DOMAIN             PIC X(50).
002670         10  CSR-S-ENGINE             PIC X(10).
002680         10  CSR-S-SERVER             PIC X(50).
002690         10  CSR-S-BKP-STATE          PIC X(01).
002700         10  CSR-S-BKP-AGE            PIC 9(05) COMP.
002710         10  CSR-S-CERT-STATE         PIC X(01).
002720         10  CSR-S-CERT-EXPIRY        PIC 9(08).
002730         10  CSR-S-CERT-DAYS          PIC S9(05) COMP.
002740         10  CSR-S-BASELINE           PIC X(01).
002750         10  CSR-S-VERIFY             PIC X(12).
002760         10  CSR-S-VERIFY-STAMP       PIC X(15).
002770         10  CSR-S-RECON              PIC X(12).
002780         10  CSR-S-RECON-STAMP        PIC X(15).
002790         10  CSR-S-INCIDENTS          PIC 9(05) COMP.
002800         10  CSR-S-GRADE              PIC 9(01).
002810         10  CSR-S-REASON             PIC X(30).
002820
002830* ONE ENTRY PER PROVREG DATABASE AND SERVER WITH THE STAMP OF
002840* ITS NEWEST OK DUMP - SPACES WHEN THERE IS NONE.
002850 01  CSR-DB-TABLE.
002860     05  CSR-DB-ENTRY OCCURS 200 TIMES.
002870         10  CSR-DB-NAME              PIC X(50).
002880         10  CSR-DB-SERVER            PIC X(50).
002890         10  CSR-DB-DUMP-STAMP        PIC X(15).
002900
002910* THE PRINTED SCORECARD LINE.
002920 01  CSR-REPORT-LINE.
002930     05  RL-GRADE                     PIC X(08).
002940     05  FILLER                       PIC X(01).
002950     05  RL-DOMAIN                    PIC X(28).
002960     05  FILLER                       PIC X(01).
002970     05  RL-SERVER                    PIC X(14).
002980     05  FILLER                       PIC X(01).
002990     05  RL-BACKUP                    PIC X(05).
003000     05  FILLER                       PIC X(01).
003010     05  RL-CERT                      PIC X(05).
003020     05  FILLER                       PIC X(01).
003030     05  RL-BASELINE                  PIC X(04).
003040     05  FILLER                       PIC X(01).
003050     05  RL-VERIFY                    PIC X(12).
003060     05  FILLER                       PIC X(01).
003070     05  RL-RECON                     PIC X(08).
003080     05  FILLER                       PIC X(01).
003090     05  RL-INCIDENTS                 PIC ZZZ9.
003100
003110 PROCEDURE DIVISION.
003120*****************************************************************
003130* 0000-MAINLINE-CONTROL - GATHERS EVERY SITE AND WHAT EACH
003140* SOURCE FILE SAYS ABOUT IT, GRADES THE SITES AND PRINTS THE
003150* SCORECARD, WORST GRADE FIRST.
003160*****************************************************************
003170 0000-MAINLINE-CONTROL.
003180     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD
003190     MOVE CSR-RUN-DATE-X TO CSR-CD-DATE
003200     PERFORM CONVERT-DATE-TO-SERIAL
003210     MOVE CSR-CD-SERIAL TO CSR-TODAY-SERIAL
003220     PERFORM INITIALIZE-TOTALS
003230     PERFORM LOAD-SCORE-POLICY
003240     PERFORM LOAD-REGISTRY
003250     IF CSR-SITE-USED = ZERO
003260         DISPLAY "Nenhum site em PROVREG - nada a avaliar."
003270         STOP RUN
003280     END-IF
003290     IF CSR-SITE-FULL OR CSR-DB-FULL
003300         DISPLAY "Mais sites ou bancos que a tabela - apenas os"
003310             " primeiros 200 foram avaliados."
003320     END-IF
003330     PERFORM LOAD-CATALOG-DUMPS
003340     PERFORM LOAD-CERTIFICATES
003350     PERFORM LOAD-BASELINES
003360     PERFORM LOAD-SITE-CHECKS
003370     PERFORM COUNT-MONTH-INCIDENTS
003380     PERFORM GRADE-ONE-SITE
003390         VARYING CSR-SITE-INDEX FROM 1 BY 1
003400         UNTIL CSR-SITE-INDEX > CSR-SITE-USED
003410     PERFORM PRINT-SCORECARD
003420     PERFORM PRINT-SUMMARY
003430     STOP RUN.
003440
003450*****************************************************************
003460* INITIALIZE-TOTALS - CLEARS EVERY TABLE AND COUNTER BEFORE THE
003470* FILES ARE READ.
003480*****************************************************************
003490 INITIALIZE-TOTALS.
003500     MOVE ZERO TO CSR-SITE-USED
003510     MOVE ZERO TO CSR-DB-USED
003520     MOVE ZERO TO CSR-GREEN-COUNT
003530     MOVE ZERO TO CSR-YELLOW-COUNT
003540     MOVE ZERO TO CSR-RED-COUNT
003550     MOVE "N" TO CSR-SITE-FULL-SW
003560     MOVE "N" TO CSR-DB-FULL-SW.
003570
003580*****************************************************************
003590* LOAD-SCORE-POLICY - THE ONE SCOREPOL LINE, OR THE DEFAULTS.
003600*****************************************************************
003610 LOAD-SCORE-POLICY.
003620     MOVE 2 TO CSR-BACKUP-YELLOW
003630     MOVE 7 TO CSR-BACKUP-RED
003640     MOVE 30 TO CSR-CERT-YELLOW
003650     MOVE 7 TO CSR-CERT-RED
003660     MOVE 3 TO CSR-INCIDENT-YELLOW
003670     MOVE 10 TO CSR-INCIDENT-RED
003680     OPEN INPUT SCORE-POLICY-FILE
003690     IF CSR-POLICY-FILE-STATUS NOT = "00"
003700         DISPLAY "SCOREPOL ausente - limites de 2/7 dias de"
003710             " backup, 30/7 dias de certificado e 3/10"
003720             " incidentes."
003730     ELSE
003740         READ SCORE-POLICY-FILE
003750             AT END
003760                 CONTINUE
003770             NOT AT END
003780                 PERFORM APPLY-SCORE-POLICY
003790         END-READ
003800         CLOSE SCORE-POLICY-FILE
003810     END-IF.
003820
003830*****************************************************************
003840* APPLY-SCORE-POLICY - TAKES EVERY NUMERIC SCOREPOL FIELD OVER
003850* ITS DEFAULT.
003860*****************************************************************
003870 APPLY-SCORE-POLICY.
003880     IF SP-BACKUP-YELLOW IS NUMERIC
003890         MOVE SP-BACKUP-YELLOW TO CSR-BACKUP-YELLOW
003900     END-IF
003910     IF SP-BACKUP-RED IS NUMERIC
003920         MOVE SP-BACKUP-RED TO CSR-BACKUP-RED
003930     END-IF
003940     IF SP-CERT-YELLOW IS NUMERIC
003950         MOVE SP-CERT-YELLOW TO CSR-CERT-YELLOW
003960     END-IF
003970     IF SP-CERT-RED IS NUMERIC
003980         MOVE SP-CERT-RED TO CSR-CERT-RED
003990     END-IF
004000     IF SP-INCIDENT-YELLOW IS NUMERIC
004010         MOVE SP-INCIDENT-YELLOW TO CSR-INCIDENT-YELLOW
004020     END-IF
004030     IF SP-INCIDENT-RED IS NUMERIC
004040         MOVE SP-INCIDENT-RED TO CSR-INCIDENT-RED
004050     END-IF.
004060
004070*****************************************************************
004080* LOAD-REGISTRY - EVERY SITE AND DATABASE PROVREG KNOWS OF.
004090*****************************************************************
004100 LOAD-REGISTRY.
004110     OPEN INPUT PROVISION-REGISTRY-FILE
004120     IF CSR-REGISTRY-FILE-STATUS NOT = "00"
004130         CONTINUE
004140     ELSE
004150         MOVE "N" TO CSR-REGISTRY-EOF-SW
004160         PERFORM LOAD-REGISTRY-ENTRY UNTIL CSR-REGISTRY-EOF
004170         CLOSE PROVISION-REGISTRY-FILE
004180     END-IF.
004190
004200*****************************************************************
004210* LOAD-REGISTRY-ENTRY - ONE PROVREG RECORD; USERS DO NOT COUNT.
004220*****************************************************************
004230 LOAD-REGISTRY-ENTRY.
004240     READ PROVISION-REGISTRY-FILE NEXT RECORD
004250         AT END
004260             MOVE "Y" TO CSR-REGISTRY-EOF-SW
004270         NOT AT END
004280             EVALUATE PV-OBJECT-TYPE
004290                 WHEN "SITE"
004300                     PERFORM ADD-SITE-ENTRY
004310                 WHEN "DATABASE"
004320                     PERFORM ADD-DB-ENTRY
004330                 WHEN OTHER
004340                     CONTINUE
004350             END-EVALUATE
004360     END-READ.
004370
004380*****************************************************************
004390* ADD-SITE-ENTRY - A FRESH, STILL UNGRADED SITE ENTRY FOR THE
004400* PROVREG RECORD UNDER THE READ HEAD. A FULL TABLE LEAVES IT
004410* OUT.
004420*****************************************************************
004430 ADD-SITE-ENTRY.
004440     IF CSR-SITE-USED < 200
004450         ADD 1 TO CSR-SITE-USED
004460         MOVE CSR-SITE-USED TO CSR-TABLE-INDEX
004470         MOVE PV-OBJECT-NAME TO CSR-S-DOMAIN(CSR-TABLE-INDEX)
004480         MOVE PV-ENGINE TO CSR-S-ENGINE(CSR-TABLE-INDEX)
004490         MOVE PV-SERVER TO CSR-S-SERVER(CSR-TABLE-INDEX)
004500         MOVE "-" TO CSR-S-BKP-STATE(CSR-TABLE-INDEX)
004510         MOVE ZERO TO CSR-S-BKP-AGE(CSR-TABLE-INDEX)
004520         MOVE "-" TO CSR-S-CERT-STATE(CSR-TABLE-INDEX)
004530         MOVE ZERO TO CSR-S-CERT-EXPIRY(CSR-TABLE-INDEX)
004540         MOVE ZERO TO CSR-S-CERT-DAYS(CSR-TABLE-INDEX)
004550         MOVE "N" TO CSR-S-BASELINE(CSR-TABLE-INDEX)
004560         MOVE SPACES TO CSR-S-VERIFY(CSR-TABLE-INDEX)
004570         MOVE SPACES TO CSR-S-VERIFY-STAMP(CSR-TABLE-INDEX)
004580         MOVE SPACES TO CSR-S-RECON(CSR-TABLE-INDEX)
004590         MOVE SPACES TO CSR-S-RECON-STAMP(CSR-TABLE-INDEX)
004600         MOVE ZERO TO CSR-S-INCIDENTS(CSR-TABLE-INDEX)
004610         MOVE ZERO TO CSR-S-GRADE(CSR-TABLE-INDEX)
004620         MOVE SPACES TO CSR-S-REASON(CSR-TABLE-INDEX)
004630     ELSE
004640         MOVE "Y" TO CSR-SITE-FULL-SW
004650     END-IF.
004660
004670*****************************************************************
004680* ADD-DB-ENTRY - A DATABASE ENTRY, AS YET WITHOUT A DUMP, FOR
004690* THE PROVREG RECORD UNDER THE READ HEAD.
004700*****************************************************************
004710 ADD-DB-ENTRY.
004720     IF CSR-DB-USED < 200
004730         ADD 1 TO CSR-DB-USED
004740         MOVE PV-OBJECT-NAME TO CSR-DB-NAME(CSR-DB-USED)
004750         MOVE PV-SERVER TO CSR-DB-SERVER(CSR-DB-USED)
004760         MOVE SPACES TO CSR-DB-DUMP-STAMP(CSR-DB-USED)
004770     ELSE
004780         MOVE "Y" TO CSR-DB-FULL-SW
004790     END-IF.
004800
004810*****************************************************************
004820* LOAD-CATALOG-DUMPS - WALKS THE CATALOG KEEPING, PER
004830* REGISTERED DATABASE AND SERVER, THE NEWEST DUMP THAT
004840* FINISHED OK.
004850*****************************************************************
004860 LOAD-CATALOG-DUMPS.
004870     OPEN INPUT BACKUP-CATALOG-FILE
004880     IF CSR-CATALOG-FILE-STATUS NOT = "00"
004890         CONTINUE
004900     ELSE
004910         MOVE "N" TO CSR-CATALOG-EOF-SW
004920         PERFORM LOAD-CATALOG-ENTRY UNTIL CSR-CATALOG-EOF
004930         CLOSE BACKUP-CATALOG-FILE
004940     END-IF.
004950
004960*****************************************************************
004970* LOAD-CATALOG-ENTRY - ONE CATALOG RECORD.
004980*****************************************************************
004990 LOAD-CATALOG-ENTRY.
005000     READ BACKUP-CATALOG-FILE NEXT RECORD
005010         AT END
005020             MOVE "Y" TO CSR-CATALOG-EOF-SW
005030         NOT AT END
005040             IF BC-OUTCOME = "OK"
005050                 MOVE BC-DATABASE TO CSR-CUR-DOMAIN
005060                 MOVE BC-SERVER TO CSR-CUR-SERVER
005070                 PERFORM FIND-DB-ENTRY
005080                 IF CSR-ENTRY-FOUND AND BC-TIMESTAMP
005090                         > CSR-DB-DUMP-STAMP(CSR-TABLE-INDEX)
005100                     MOVE BC-TIMESTAMP
005110                         TO CSR-DB-DUMP-STAMP(CSR-TABLE-INDEX)
005120                 END-IF
005130             END-IF
005140     END-READ.
005150
005160*****************************************************************
005170* FIND-DB-ENTRY - LOCATES THE TABLE ENTRY OF DATABASE
005180* CSR-CUR-DOMAIN ON CSR-CUR-SERVER, LEAVING ITS SUBSCRIPT IN
005190* CSR-TABLE-INDEX.
005200*****************************************************************
005210 FIND-DB-ENTRY.
005220     MOVE "N" TO CSR-ENTRY-FOUND-SW
005230     PERFORM VARYING CSR-TABLE-INDEX FROM 1 BY 1
005240             UNTIL CSR-TABLE-INDEX > CSR-DB-USED
005250             OR CSR-ENTRY-FOUND
005260         IF CSR-DB-NAME(CSR-TABLE-INDEX) = CSR-CUR-DOMAIN
005270                 AND CSR-DB-SERVER(CSR-TABLE-INDEX)
005280                     = CSR-CUR-SERVER
005290             MOVE "Y" TO CSR-ENTRY-FOUND-SW
005300         END-IF
005310     END-PERFORM
005320     IF CSR-ENTRY-FOUND
005330         SUBTRACT 1 FROM CSR-TABLE-INDEX
005340     END-IF.
005350
005360*****************************************************************
005370* FIND-SITE-ENTRY - LOCATES THE TABLE ENTRY OF SITE
005380* CSR-CUR-DOMAIN ON CSR-CUR-SERVER, LEAVING ITS SUBSCRIPT IN
005390* CSR-TABLE-INDEX. A BLANK CSR-CUR-ENGINE MATCHES EITHER WEB
005400* ENGINE.
005410*****************************************************************
005420 FIND-SITE-ENTRY.
005430     MOVE "N" TO CSR-ENTRY-FOUND-SW
005440     PERFORM VARYING CSR-TABLE-INDEX FROM 1 BY 1
005450             UNTIL CSR-TABLE-INDEX > CSR-SITE-USED
005460             OR CSR-ENTRY-FOUND
005470         IF CSR-S-DOMAIN(CSR-TABLE-INDEX) = CSR-CUR-DOMAIN
005480                 AND CSR-S-SERVER(CSR-TABLE-INDEX)
005490                     = CSR-CUR-SERVER
005500                 AND (CSR-CUR-ENGINE = SPACES
005510                     OR CSR-S-ENGINE(CSR-TABLE-INDEX)
005520                         = CSR-CUR-ENGINE)
005530             MOVE "Y" TO CSR-ENTRY-FOUND-SW
005540         END-IF
005550     END-PERFORM
005560     IF CSR-ENTRY-FOUND
005570         SUBTRACT 1 FROM CSR-TABLE-INDEX
005580     END-IF.
005590
005600*****************************************************************
005610* LOAD-CERTIFICATES - THE CERTREG EXPIRY OF EACH SITE.
005620*****************************************************************
005630 LOAD-CERTIFICATES.
005640     OPEN INPUT CERT-REGISTRY-FILE
005650     IF CSR-CERT-FILE-STATUS NOT = "00"
005660         CONTINUE
005670     ELSE
005680         MOVE "N" TO CSR-CERT-EOF-SW
005690         PERFORM LOAD-CERT-ENTRY UNTIL CSR-CERT-EOF
005700         CLOSE CERT-REGISTRY-FILE
005710     END-IF.
005720
005730*****************************************************************
005740* LOAD-CERT-ENTRY - ONE CERTREG LINE. SHOULD A DOMAIN APPEAR
005750* TWICE FOR A BOX, THE LATER EXPIRY WINS.
005760*****************************************************************
005770 LOAD-CERT-ENTRY.
005780     READ CERT-REGISTRY-FILE
005790         AT END
005800             MOVE "Y" TO CSR-CERT-EOF-SW
005810         NOT AT END
005820             MOVE CR-DOMAIN TO CSR-CUR-DOMAIN
005830             MOVE CR-SERVER TO CSR-CUR-SERVER
005840             MOVE SPACES TO CSR-CUR-ENGINE
005850             PERFORM FIND-SITE-ENTRY
005860             IF CSR-ENTRY-FOUND
005870                 IF CSR-S-CERT-STATE(CSR-TABLE-INDEX) = "-"
005880                     MOVE "N" TO CSR-S-CERT-STATE(CSR-TABLE-INDEX)
005890                 END-IF
005900                 IF CR-EXPIRY-DATE IS NUMERIC
005910                         AND CR-EXPIRY-DATE
005920                         > CSR-S-CERT-EXPIRY(CSR-TABLE-INDEX)
005930                     MOVE CR-EXPIRY-DATE
005940                         TO CSR-S-CERT-EXPIRY(CSR-TABLE-INDEX)
005950                     MOVE "D" TO CSR-S-CERT-STATE(CSR-TABLE-INDEX)
005960                 END-IF
005970             END-IF
005980     END-READ.
005990
006000*****************************************************************
006010* LOAD-BASELINES - MARKS EVERY SITE THAT HAS A CFGSNAP ENTRY.
006020*****************************************************************
006030 LOAD-BASELINES.
006040     OPEN INPUT CONFIG-SNAPSHOT-FILE
006050     IF CSR-SNAP-FILE-STATUS NOT = "00"
006060         CONTINUE
006070     ELSE
006080         MOVE "N" TO CSR-SNAP-EOF-SW
006090         PERFORM LOAD-BASELINE-ENTRY UNTIL CSR-SNAP-EOF
006100         CLOSE CONFIG-SNAPSHOT-FILE
006110     END-IF.
006120
006130*****************************************************************
006140* LOAD-BASELINE-ENTRY - ONE CFGSNAP LINE.
006150*****************************************************************
006160 LOAD-BASELINE-ENTRY.
006170     READ CONFIG-SNAPSHOT-FILE
006180         AT END
006190             MOVE "Y" TO CSR-SNAP-EOF-SW
006200         NOT AT END
006210             MOVE CS-DOMAIN TO CSR-CUR-DOMAIN
006220             MOVE CS-ENGINE TO CSR-CUR-ENGINE
006230             MOVE CS-SERVER TO CSR-CUR-SERVER
006240             PERFORM FIND-SITE-ENTRY
006250             IF CSR-ENTRY-FOUND
006260                 MOVE "S" TO CSR-S-BASELINE(CSR-TABLE-INDEX)
006270             END-IF
006280     END-READ.
006290
006300*****************************************************************
006310* LOAD-SITE-CHECKS - THE NEWEST VERIFY AND RECONCILE VERDICT OF
006320* EACH SITE FROM CHECKLOG.
006330*****************************************************************
006340 LOAD-SITE-CHECKS.
006350     OPEN INPUT SITE-CHECK-FILE
006360     IF CSR-CHECK-FILE-STATUS NOT = "00"
006370         CONTINUE
006380     ELSE
006390         MOVE "N" TO CSR-CHECK-EOF-SW
006400         PERFORM LOAD-CHECK-ENTRY UNTIL CSR-CHECK-EOF
006410         CLOSE SITE-CHECK-FILE
006420     END-IF.
006430
006440*****************************************************************
006450* LOAD-CHECK-ENTRY - ONE CHECKLOG LINE; A LATER STAMP REPLACES
006460* THE VERDICT ALREADY HELD.
006470*****************************************************************
006480 LOAD-CHECK-ENTRY.
006490     READ SITE-CHECK-FILE
006500         AT END
006510             MOVE "Y" TO CSR-CHECK-EOF-SW
006520         NOT AT END
006530             MOVE CL-DOMAIN TO CSR-CUR-DOMAIN
006540             MOVE CL-ENGINE TO CSR-CUR-ENGINE
006550             MOVE CL-SERVER TO CSR-CUR-SERVER
006560             PERFORM FIND-SITE-ENTRY
006570             IF CSR-ENTRY-FOUND
006580                 EVALUATE TRUE
006590                     WHEN CL-CHECK = "VERIFY" AND CL-STAMP
006600                         >= CSR-S-VERIFY-STAMP
006610                             (CSR-TABLE-INDEX)
006620                         MOVE CL-VERDICT
006630                             TO CSR-S-VERIFY(CSR-TABLE-INDEX)
006640                         MOVE CL-STAMP TO
006650                             CSR-S-VERIFY-STAMP(CSR-TABLE-INDEX)
006660                     WHEN CL-CHECK = "RECONCILE" AND CL-STAMP
006670                         >= CSR-S-RECON-STAMP(CSR-TABLE-INDEX)
006680                         MOVE CL-VERDICT
006690                             TO CSR-S-RECON(CSR-TABLE-INDEX)
006700                         MOVE CL-STAMP
006710                             TO CSR-S-RECON-STAMP(CSR-TABLE-INDEX)
006720                     WHEN OTHER
006730                         CONTINUE
006740                 END-EVALUATE
006750             END-IF
006760     END-READ.
006770
006780*****************************************************************
006790* COUNT-MONTH-INCIDENTS - THIS MONTH'S INCIDENTS OF EACH WEB
006800* ENGINE AND SERVER, CHARGED STRAIGHT TO THE SITES IT RUNS.
006810*****************************************************************
006820 COUNT-MONTH-INCIDENTS.
006830     OPEN INPUT INCIDENT-FILE
006840     IF CSR-INCIDENT-FILE-STATUS NOT = "00"
006850         CONTINUE
006860     ELSE
006870         MOVE "N" TO CSR-INCIDENT-EOF-SW
006880         PERFORM COUNT-INCIDENT-ENTRY UNTIL CSR-INCIDENT-EOF
006890         CLOSE INCIDENT-FILE
006900     END-IF.
006910
006920*****************************************************************
006930* COUNT-INCIDENT-ENTRY - ONE INCIDENTS LINE. A WEB ENGINE LINE
006940* OF THIS MONTH IS CHARGED TO EVERY SITE OF THAT ENGINE ON ITS
006950* SERVER - ON EVERY SERVER WHEN THE LINE CARRIES NONE.
006960*****************************************************************
006970 COUNT-INCIDENT-ENTRY.
006980     READ INCIDENT-FILE
006990         AT END
007000             MOVE "Y" TO CSR-INCIDENT-EOF-SW
007010         NOT AT END
007020             MOVE SPACES TO CSR-CUR-ENGINE
007030             IF IN-DETECTED(1:6) = CSR-RUN-DATE-X(1:6)
007040                 EVALUATE IN-SERVICE
007050                     WHEN "apache2"
007060                         MOVE "APACHE" TO CSR-CUR-ENGINE
007070                     WHEN "nginx"
007080                         MOVE "NGINX" TO CSR-CUR-ENGINE
007090                     WHEN OTHER
007100                         CONTINUE
007110                 END-EVALUATE
007120             END-IF
007130             IF CSR-CUR-ENGINE NOT = SPACES
007140                 MOVE IN-SERVER TO CSR-CUR-SERVER
007150                 PERFORM CHARGE-SITE-INCIDENT
007160                     VARYING CSR-TABLE-INDEX FROM 1 BY 1
007170                     UNTIL CSR-TABLE-INDEX > CSR-SITE-USED
007180             END-IF
007190     END-READ.
007200
007210*****************************************************************
007220* CHARGE-SITE-INCIDENT - ONE SITE AGAINST THE INCIDENT IN
007230* CSR-CUR-ENGINE / CSR-CUR-SERVER.
007240*****************************************************************
007250 CHARGE-SITE-INCIDENT.
007260     IF CSR-S-ENGINE(CSR-TABLE-INDEX) = CSR-CUR-ENGINE
007270             AND (CSR-CUR-SERVER = SPACES
007280                 OR CSR-S-SERVER(CSR-TABLE-INDEX)
007290                     = CSR-CUR-SERVER)
007300         ADD 1 TO CSR-S-INCIDENTS(CSR-TABLE-INDEX)
007310     END-IF.
007320
007330*****************************************************************
007340* GRADE-ONE-SITE - PUTS ONE SITE THROUGH EVERY CHECK. EACH
007350* CHECK CAN ONLY RAISE THE GRADE, NEVER LOWER IT.
007360*****************************************************************
007370 GRADE-ONE-SITE.
007380     PERFORM RATE-SITE-BACKUP
007390     PERFORM RATE-SITE-CERTIFICATE
007400     PERFORM RATE-SITE-CONFIG
007410     PERFORM RATE-SITE-INCIDENTS
007420     EVALUATE CSR-S-GRADE(CSR-SITE-INDEX)
007430         WHEN 2
007440             ADD 1 TO CSR-RED-COUNT
007450         WHEN 1
007460             ADD 1 TO CSR-YELLOW-COUNT
007470         WHEN OTHER
007480             ADD 1 TO CSR-GREEN-COUNT
007490     END-EVALUATE.
007500
007510*****************************************************************
007520* RATE-SITE-BACKUP - THE STALEST NEWEST-OK-DUMP OF THE
007530* DATABASES ON THE SITE'S SERVER. A BOX WITH NO DATABASE IS
007540* NOT RATED ON BACKUPS; ONE NEVER DUMPED OK IS RED.
007550*****************************************************************
007560 RATE-SITE-BACKUP.
007570     PERFORM AGE-SERVER-DATABASE
007580         VARYING CSR-DB-INDEX FROM 1 BY 1
007590         UNTIL CSR-DB-INDEX > CSR-DB-USED
007600     EVALUATE TRUE
007610         WHEN CSR-S-BKP-STATE(CSR-SITE-INDEX) = "N"
007620             MOVE 2 TO CSR-NEW-GRADE
007630             MOVE "banco sem dump OK" TO CSR-NEW-REASON
007640             PERFORM RAISE-SITE-GRADE
007650         WHEN CSR-S-BKP-STATE(CSR-SITE-INDEX) = "D"
007660                 AND CSR-S-BKP-AGE(CSR-SITE-INDEX)
007670                     >= CSR-BACKUP-RED
007680             MOVE 2 TO CSR-NEW-GRADE
007690             MOVE "ultimo dump OK antigo" TO CSR-NEW-REASON
007700             PERFORM RAISE-SITE-GRADE
007710         WHEN CSR-S-BKP-STATE(CSR-SITE-INDEX) = "D"
007720                 AND CSR-S-BKP-AGE(CSR-SITE-INDEX)
007730                     >= CSR-BACKUP-YELLOW
007740             MOVE 1 TO CSR-NEW-GRADE
007750             MOVE "ultimo dump OK antigo" TO CSR-NEW-REASON
007760             PERFORM RAISE-SITE-GRADE
007770         WHEN OTHER
007780             CONTINUE
007790     END-EVALUATE.
007800
007810*****************************************************************
007820* AGE-SERVER-DATABASE - ONE DATABASE ENTRY AGAINST THE SITE: A
007830* DATABASE ON THE SAME SERVER FOLDS ITS DUMP AGE INTO THE
007840* SITE'S BACKUP STATE.
007850*****************************************************************
007860 AGE-SERVER-DATABASE.
007870     IF CSR-DB-SERVER(CSR-DB-INDEX) = CSR-S-SERVER(CSR-SITE-INDEX)
007880             AND CSR-S-BKP-STATE(CSR-SITE-INDEX) NOT = "N"
007890         IF CSR-DB-DUMP-STAMP(CSR-DB-INDEX) = SPACES
007900             MOVE "N" TO CSR-S-BKP-STATE(CSR-SITE-INDEX)
007910         ELSE
007920             MOVE CSR-DB-DUMP-STAMP(CSR-DB-INDEX)(1:8)
007930                 TO CSR-CD-DATE
007940             PERFORM CONVERT-DATE-TO-SERIAL
007950             IF CSR-CD-SERIAL > CSR-TODAY-SERIAL
007960                 MOVE ZERO TO CSR-DUMP-AGE
007970             ELSE
007980                 COMPUTE CSR-DUMP-AGE =
007990                     CSR-TODAY-SERIAL - CSR-CD-SERIAL
008000             END-IF
008010             IF CSR-S-BKP-STATE(CSR-SITE-INDEX) = "-"
008020                     OR CSR-DUMP-AGE
008030                         > CSR-S-BKP-AGE(CSR-SITE-INDEX)
008040                 MOVE CSR-DUMP-AGE
008050                     TO CSR-S-BKP-AGE(CSR-SITE-INDEX)
008060             END-IF
008070             MOVE "D" TO CSR-S-BKP-STATE(CSR-SITE-INDEX)
008080         END-IF
008090     END-IF.
008100
008110*****************************************************************
008120* RATE-SITE-CERTIFICATE - DAYS LEFT ON THE SITE'S CERTIFICATE.
008130* NOT IN CERTREG IS YELLOW; UNREADABLE OR EXPIRED IS RED.
008140*****************************************************************
008150 RATE-SITE-CERTIFICATE.
008160     IF CSR-S-CERT-STATE(CSR-SITE-INDEX) = "D"
008170         MOVE CSR-S-CERT-EXPIRY(CSR-SITE-INDEX) TO CSR-CD-DATE
008180         PERFORM CONVERT-DATE-TO-SERIAL
008190         COMPUTE CSR-S-CERT-DAYS(CSR-SITE-INDEX) =
008200             CSR-CD-SERIAL - CSR-TODAY-SERIAL
008210     END-IF
008220     EVALUATE TRUE
008230         WHEN CSR-S-CERT-STATE(CSR-SITE-INDEX) = "-"
008240             MOVE 1 TO CSR-NEW-GRADE
008250             MOVE "sem certificado em CERTREG" TO CSR-NEW-REASON
008260             PERFORM RAISE-SITE-GRADE
008270         WHEN CSR-S-CERT-STATE(CSR-SITE-INDEX) = "N"
008280             MOVE 2 TO CSR-NEW-GRADE
008290             MOVE "certificado ilegivel" TO CSR-NEW-REASON
008300             PERFORM RAISE-SITE-GRADE
008310         WHEN CSR-S-CERT-DAYS(CSR-SITE-INDEX) <= CSR-CERT-RED
008320             MOVE 2 TO CSR-NEW-GRADE
008330             MOVE "certificado vencendo" TO CSR-NEW-REASON
008340             PERFORM RAISE-SITE-GRADE
008350         WHEN CSR-S-CERT-DAYS(CSR-SITE-INDEX) <= CSR-CERT-YELLOW
008360             MOVE 1 TO CSR-NEW-GRADE
008370             MOVE "certificado vencendo" TO CSR-NEW-REASON
008380             PERFORM RAISE-SITE-GRADE
008390         WHEN OTHER
008400             CONTINUE
008410     END-EVALUATE.
008420
008430*****************************************************************
008440* RATE-SITE-CONFIG - BASELINE, LAST VERIFY AND LAST RECONCILE.
008450* A SITE RECONCILE FOUND GONE, OR WHOSE CONF VERIFY COULD NOT
008460* READ, IS RED; DRIFT, NO BASELINE AND A CHECK NEVER RUN ARE
008470* YELLOW.
008480*****************************************************************
008490 RATE-SITE-CONFIG.
008500     EVALUATE TRUE
008510         WHEN CSR-S-RECON(CSR-SITE-INDEX) = "AUSENTE"
008520             MOVE 2 TO CSR-NEW-GRADE
008530             MOVE "ausente no servidor" TO CSR-NEW-REASON
008540             PERFORM RAISE-SITE-GRADE
008550         WHEN CSR-S-RECON(CSR-SITE-INDEX) = SPACES
008560             MOVE 1 TO CSR-NEW-GRADE
008570             MOVE "reconcile nunca rodou" TO CSR-NEW-REASON
008580             PERFORM RAISE-SITE-GRADE
008590         WHEN OTHER
008600             CONTINUE
008610     END-EVALUATE
008620     IF CSR-S-BASELINE(CSR-SITE-INDEX) = "N"
008630         MOVE 1 TO CSR-NEW-GRADE
008640         MOVE "sem baseline CFGSNAP" TO CSR-NEW-REASON
008650         PERFORM RAISE-SITE-GRADE
008660     END-IF
008670     EVALUATE CSR-S-VERIFY(CSR-SITE-INDEX)
008680         WHEN "CONF AUSENTE"
008690             MOVE 2 TO CSR-NEW-GRADE
008700             MOVE "conf ausente no verify" TO CSR-NEW-REASON
008710             PERFORM RAISE-SITE-GRADE
008720         WHEN "DRIFT"
008730             MOVE 1 TO CSR-NEW-GRADE
008740             MOVE "drift no ultimo verify" TO CSR-NEW-REASON
008750             PERFORM RAISE-SITE-GRADE
008760         WHEN SPACES
008770             MOVE 1 TO CSR-NEW-GRADE
008780             MOVE "verify nunca rodou" TO CSR-NEW-REASON
008790             PERFORM RAISE-SITE-GRADE
008800         WHEN OTHER
008810             CONTINUE
008820     END-EVALUATE.
008830
008840*****************************************************************
008850* RATE-SITE-INCIDENTS - THIS MONTH'S INCIDENTS OF THE SITE'S
008860* WEB ENGINE ON ITS SERVER AGAINST THE SCOREPOL LIMITS.
008870*****************************************************************
008880 RATE-SITE-INCIDENTS.
008890     EVALUATE TRUE
008900         WHEN CSR-S-INCIDENTS(CSR-SITE-INDEX) >= CSR-INCIDENT-RED
008910                 AND CSR-INCIDENT-RED > ZERO
008920             MOVE 2 TO CSR-NEW-GRADE
008930             MOVE "incidentes no mes" TO CSR-NEW-REASON
008940             PERFORM RAISE-SITE-GRADE
008950         WHEN CSR-S-INCIDENTS(CSR-SITE-INDEX)
008960                 >= CSR-INCIDENT-YELLOW
008970                 AND CSR-INCIDENT-YELLOW > ZERO
008980             MOVE 1 TO CSR-NEW-GRADE
008990             MOVE "incidentes no mes" TO CSR-NEW-REASON
009000             PERFORM RAISE-SITE-GRADE
009010         WHEN OTHER
009020             CONTINUE
009030     END-EVALUATE.
009040
009050*****************************************************************
009060* RAISE-SITE-GRADE - TAKES CSR-NEW-GRADE AND ITS REASON WHEN IT
009070* IS WORSE THAN WHAT THE SITE ALREADY HAS.
009080*****************************************************************
009090 RAISE-SITE-GRADE.
009100     IF CSR-NEW-GRADE > CSR-S-GRADE(CSR-SITE-INDEX)
009110         MOVE CSR-NEW-GRADE TO CSR-S-GRADE(CSR-SITE-INDEX)
009120         MOVE CSR-NEW-REASON TO CSR-S-REASON(CSR-SITE-INDEX)
009130     END-IF.
009140
009150*****************************************************************
009160* PRINT-SCORECARD - ONE PASS OVER THE TABLE PER GRADE, RED
009170* FIRST, SO THE SITES NEEDING ATTENTION HEAD THE REPORT.
009180*****************************************************************
009190 PRINT-SCORECARD.
009200     DISPLAY "===== Placar de Conformidade dos Sites ====="
009210     DISPLAY "Data da execucao: " CSR-RUN-DATE-X
009220     MOVE CSR-BACKUP-YELLOW TO CSR-COUNT-DISP
009230     DISPLAY "Limites - backup (dias):       " CSR-COUNT-DISP
009240         " / " CSR-BACKUP-RED
009250     MOVE CSR-CERT-YELLOW TO CSR-COUNT-DISP
009260     DISPLAY "          certificado (dias):   " CSR-COUNT-DISP
009270         " / " CSR-CERT-RED
009280     MOVE CSR-INCIDENT-YELLOW TO CSR-COUNT-DISP
009290     DISPLAY "          incidentes no mes:    " CSR-COUNT-DISP
009300         " / " CSR-INCIDENT-RED
009310     DISPLAY " "
009320     DISPLAY "GRAU     SITE                         "
009330         "SERVIDOR         BKP  CERT BASE VERIFY       "
009340         "RECON     INC"
009350     MOVE 2 TO CSR-PRINT-GRADE
009360     PERFORM PRINT-GRADE-PASS
009370     MOVE 1 TO CSR-PRINT-GRADE
009380     PERFORM PRINT-GRADE-PASS
009390     MOVE 0 TO CSR-PRINT-GRADE
009400     PERFORM PRINT-GRADE-PASS.
009410
009420*****************************************************************
009430* PRINT-GRADE-PASS - PRINTS EVERY SITE OF GRADE CSR-PRINT-GRADE.
009440*****************************************************************
009450 PRINT-GRADE-PASS.
009460     PERFORM PRINT-SITE-LINE
009470         VARYING CSR-SITE-INDEX FROM 1 BY 1
009480         UNTIL CSR-SITE-INDEX > CSR-SITE-USED.
009490
009500*****************************************************************
009510* PRINT-SITE-LINE - ONE SITE'S SCORECARD LINE, AND FOR A SITE
009520* THAT IS NOT GREEN THE REASON THAT SET ITS GRADE.
009530*****************************************************************
009540 PRINT-SITE-LINE.
009550     IF CSR-S-GRADE(CSR-SITE-INDEX) = CSR-PRINT-GRADE
009560         MOVE SPACES TO CSR-REPORT-LINE
009570         EVALUATE CSR-S-GRADE(CSR-SITE-INDEX)
009580             WHEN 2
009590                 MOVE "VERMELHO" TO RL-GRADE
009600             WHEN 1
009610                 MOVE "AMARELO" TO RL-GRADE
009620             WHEN OTHER
009630                 MOVE "VERDE" TO RL-GRADE
009640         END-EVALUATE
009650         MOVE CSR-S-DOMAIN(CSR-SITE-INDEX) TO RL-DOMAIN
009660         MOVE CSR-S-SERVER(CSR-SITE-INDEX) TO RL-SERVER
009670         EVALUATE CSR-S-BKP-STATE(CSR-SITE-INDEX)
009680             WHEN "N"
009690                 MOVE "NUNCA" TO RL-BACKUP
009700             WHEN "D"
009710                 MOVE CSR-S-BKP-AGE(CSR-SITE-INDEX)
009720                     TO CSR-DAYS-DISP
009730                 MOVE CSR-DAYS-DISP TO RL-BACKUP
009740             WHEN OTHER
009750                 MOVE "    -" TO RL-BACKUP
009760         END-EVALUATE
009770         EVALUATE CSR-S-CERT-STATE(CSR-SITE-INDEX)
009780             WHEN "N"
009790                 MOVE "ILEG" TO RL-CERT
009800             WHEN "D"
009810                 MOVE CSR-S-CERT-DAYS(CSR-SITE-INDEX)
009820                     TO CSR-DAYS-DISP
009830                 MOVE CSR-DAYS-DISP TO RL-CERT
009840             WHEN OTHER
009850                 MOVE "SEM" TO RL-CERT
009860         END-EVALUATE
009870         IF CSR-S-BASELINE(CSR-SITE-INDEX) = "S"
009880             MOVE "SIM" TO RL-BASELINE
009890         ELSE
009900             MOVE "NAO" TO RL-BASELINE
009910         END-IF
009920         IF CSR-S-VERIFY(CSR-SITE-INDEX) = SPACES
009930             MOVE "NUNCA" TO RL-VERIFY
009940         ELSE
009950             MOVE CSR-S-VERIFY(CSR-SITE-INDEX) TO RL-VERIFY
009960         END-IF
009970         IF CSR-S-RECON(CSR-SITE-INDEX) = SPACES
009980             MOVE "NUNCA" TO RL-RECON
009990         ELSE
010000             MOVE CSR-S-RECON(CSR-SITE-INDEX) TO RL-RECON
010010         END-IF
010020         MOVE CSR-S-INCIDENTS(CSR-SITE-INDEX) TO RL-INCIDENTS
010030         DISPLAY CSR-REPORT-LINE
010040         IF CSR-S-GRADE(CSR-SITE-INDEX) > ZERO
010050             DISPLAY "         motivo: "
010060                 CSR-S-REASON(CSR-SITE-INDEX)
010070         END-IF
010080     END-IF.
010090
010100*****************************************************************
010110* PRINT-SUMMARY - THE RUN TOTALS.
010120*****************************************************************
010130 PRINT-SUMMARY.
010140     DISPLAY " "
010150     MOVE CSR-RED-COUNT TO CSR-COUNT-DISP
010160     DISPLAY "Sites VERMELHO: " CSR-COUNT-DISP
010170     MOVE CSR-YELLOW-COUNT TO CSR-COUNT-DISP
010180     DISPLAY "Sites AMARELO:  " CSR-COUNT-DISP
010190     MOVE CSR-GREEN-COUNT TO CSR-COUNT-DISP
010200     DISPLAY "Sites VERDE:    " CSR-COUNT-DISP
010210     DISPLAY "===== Fim do Placar de Conformidade =====".
010220
010230*****************************************************************
010240* CONVERT-DATE-TO-SERIAL - TURNS THE YYYYMMDD IN CSR-CD-DATE
010250* INTO A GREGORIAN DAY SERIAL IN CSR-CD-SERIAL, SO TWO DATES
010260* SUBTRACT INTO AN AGE IN DAYS ACROSS MONTH AND YEAR ENDS.
010270*****************************************************************
010280 CONVERT-DATE-TO-SERIAL.
010290     COMPUTE CSR-CD-A = (14 - CSR-CD-MONTH) / 12
010300     COMPUTE CSR-CD-Y = CSR-CD-YEAR + 4800 - CSR-CD-A
010310     COMPUTE CSR-CD-M = CSR-CD-MONTH + 12 * CSR-CD-A - 3
010320     COMPUTE CSR-CD-WORK = (153 * CSR-CD-M + 2) / 5
010330     COMPUTE CSR-CD-Q4 = CSR-CD-Y / 4
010340     COMPUTE CSR-CD-Q100 = CSR-CD-Y / 100
010350     COMPUTE CSR-CD-Q400 = CSR-CD-Y / 400
010360     COMPUTE CSR-CD-SERIAL = CSR-CD-DAY + CSR-CD-WORK
010370         + 365 * CSR-CD-Y + CSR-CD-Q4 - CSR-CD-Q100
010380         + CSR-CD-Q400 - 32045.
