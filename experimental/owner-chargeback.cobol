000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Owner-Chargeback-Report.
000030 AUTHOR. GABRIEL MOURA.
000040 INSTALLATION. ESCOLA DE REFERENCIA MACIEL PINHEIRO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070* ---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT DESCRIPTION
000100* 15/10/2026 GM   Original version. Monthly totals per OWNERS
000110*                 entry for the finance office: sites and
000120*                 databases owned (PROVREG and OWNERREG), average
000130*                 and peak database size from the month's BANCO
000140*                 samples (METRICS and its METRARCH archives),
000150*                 backup storage held in BACKUPCAT and the
000160*                 minutes of the month's watchdog incidents on
000170*                 the engines and servers the owner uses. Printed
000180*                 at the console and written to the CHGEXTR flat
000190*                 extract, one fixed-width line per owner.
000200* ---------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OWNER-FILE ASSIGN TO "OWNERS"
000280         ORGANIZATION LINE SEQUENTIAL
000290         FILE STATUS IS OCR-OWNER-FILE-STATUS.
000300     SELECT PROVISION-REGISTRY-FILE ASSIGN TO "PROVREG"
000310         ORGANIZATION INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS PV-REG-KEY
000340         FILE STATUS IS OCR-REGISTRY-FILE-STATUS.
000350     SELECT OWNER-REGISTRY-FILE ASSIGN TO "OWNERREG"
000360         ORGANIZATION INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OA-REG-KEY
000390         FILE STATUS IS OCR-OWNERREG-FILE-STATUS.
000400     SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUPCAT"
000410         ORGANIZATION INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS BC-CAT-KEY
000440         FILE STATUS IS OCR-CATALOG-FILE-STATUS.
000450     SELECT METRICS-WORK-FILE ASSIGN TO "CHGMETR"
000460         ORGANIZATION LINE SEQUENTIAL
000470         FILE STATUS IS OCR-METRICS-FILE-STATUS.
000480     SELECT INCIDENT-WORK-FILE ASSIGN TO "CHGINC"
000490         ORGANIZATION LINE SEQUENTIAL
000500         FILE STATUS IS OCR-INCIDENT-FILE-STATUS.
000510     SELECT CHARGE-PERIOD-FILE ASSIGN TO "CHGPER"
000520         ORGANIZATION LINE SEQUENTIAL
000530         FILE STATUS IS OCR-PERIOD-FILE-STATUS.
000540     SELECT CHARGE-EXTRACT-FILE ASSIGN TO "CHGEXTR"
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS IS OCR-EXTRACT-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600* OWNER-FILE IS THE OWNER MASTER THE CONTROL SHELL VALIDATES
000610* OWNER CODES AGAINST - THE LAYOUT MUST MATCH THE SHELL'S.
000620 FD  OWNER-FILE.
000630 01  OWNER-RECORD.
000640     05  OW-CODE                      PIC X(10).
000650     05  FILLER                       PIC X(01).
000660     05  OW-DEPARTMENT                PIC X(40).
000670     05  FILLER                       PIC X(01).
000680     05  OW-EMAIL                     PIC X(60).
000690     05  FILLER                       PIC X(01).
000700     05  OW-COST-CENTER               PIC X(10).
000710
000720* PROVISION-REGISTRY-FILE IS THE CONTROL SHELL'S REGISTRY OF
000730* WHAT IT BUILT. ITS SITES AND DATABASES ARE WHAT IS CHARGED.
000740* THE LAYOUT MUST MATCH THE SHELL'S.
000750 FD  PROVISION-REGISTRY-FILE.
000760 01  PROVISION-REGISTRY-RECORD.
000770     05  PV-REG-KEY.
000780         10  PV-OBJECT-TYPE           PIC X(10).
000790         10  PV-OBJECT-NAME           PIC X(50).
000800         10  PV-ENGINE                PIC X(10).
000810         10  PV-SERVER                PIC X(50).
000820     05  PV-CREATED-DATE              PIC 9(08).
000830     05  PV-CREATED-BY                PIC X(10).
000840
000850* OWNER-REGISTRY-FILE TIES A PROVREG OBJECT TO ITS OWNER ON THE
000860* SAME KEY. AN OBJECT WITHOUT A RECORD IS CHARGED TO (SEM DONO).
000870* THE LAYOUT MUST MATCH THE SHELL'S.
000880 FD  OWNER-REGISTRY-FILE.
000890 01  OWNER-REGISTRY-RECORD.
000900     05  OA-REG-KEY.
000910         10  OA-OBJECT-TYPE           PIC X(10).
000920         10  OA-OBJECT-NAME           PIC X(50).
000930         10  OA-ENGINE                PIC X(10).
000940         10  OA-SERVER                PIC X(50).
000950     05  OA-OWNER                     PIC X(10).
000960     05  OA-ASSIGNED-DATE             PIC 9(08).
000970     05  OA-ASSIGNED-BY               PIC X(10).
000980
000990* BACKUP-CATALOG-FILE IS THE DUMP CATALOG THE CONTROL SHELL
001000* MAINTAINS - THE RECORD LAYOUT AND KEY MUST MATCH
001010* WRITE-BACKUP-CATALOG OVER THERE. ITS ENGINE IS IN LOWER CASE.
001020 FD  BACKUP-CATALOG-FILE.
001030 01  BACKUP-CATALOG-RECORD.
001040     05  BC-CAT-KEY.
001050         10  BC-DATABASE              PIC X(50).
001060         10  BC-TIMESTAMP             PIC X(15).
001070     05  BC-ENGINE                    PIC X(10).
001080     05  BC-DUMP-PATH                 PIC X(110).
001090     05  BC-SIZE                      PIC 9(10).
001100     05  BC-OUTCOME                   PIC X(15).
001110     05  BC-SERVER                    PIC X(50).
001120
001130* METRICS-WORK-FILE IS THE METRARCH ARCHIVES AND THE LIVE
001140* METRICS HISTORY, OLDEST FIRST, GATHERED INTO ONE WORK FILE.
001150* ITS LINES ARE READ INTO METRICS-HISTORY-RECORD.
001160 FD  METRICS-WORK-FILE.
001170 01  METRICS-WORK-LINE            PIC X(140).
001180
001190* INCIDENT-WORK-FILE IS THE INCARCH ARCHIVES AND THE LIVE
001200* INCIDENTS FILE, OLDEST FIRST, GATHERED THE SAME WAY. ITS LINES
001210* ARE READ INTO INCIDENT-RECORD.
001220 FD  INCIDENT-WORK-FILE.
001230 01  INCIDENT-WORK-LINE           PIC X(109).
001240
001250* CHARGE-PERIOD-FILE IS AN OPTIONAL ONE-LINE CONTROL FILE: THE
001260* YEAR AND MONTH TO CHARGE. MISSING OR ZERO MEANS THE CALENDAR
001270* MONTH BEFORE THE RUN.
001280 FD  CHARGE-PERIOD-FILE.
001290 01  CHARGE-PERIOD-RECORD.
001300     05  CP-MONTH                     PIC 9(06).
001310     05  FILLER                       PIC X(74).
001320
001330* CHARGE-EXTRACT-FILE IS THE FLAT EXTRACT THE FINANCE OFFICE
001340* LOADS: ONE FIXED-WIDTH LINE PER OWNER, RECREATED EVERY RUN.
001350* SIZES ARE IN BYTES, INCIDENTS IN MINUTES.
001360 FD  CHARGE-EXTRACT-FILE.
001370 01  CHARGE-EXTRACT-RECORD.
001380     05  CX-MONTH                     PIC 9(06).
001390     05  FILLER                       PIC X(01).
001400     05  CX-OWNER                     PIC X(10).
001410     05  FILLER                       PIC X(01).
001420     05  CX-COST-CENTER               PIC X(10).
001430     05  FILLER                       PIC X(01).
001440     05  CX-DEPARTMENT                PIC X(40).
001450     05  FILLER                       PIC X(01).
001460     05  CX-SITES                     PIC 9(05).
001470     05  FILLER                       PIC X(01).
001480     05  CX-DATABASES                 PIC 9(05).
001490     05  FILLER                       PIC X(01).
001500     05  CX-DB-AVG-BYTES              PIC 9(15).
001510     05  FILLER                       PIC X(01).
001520     05  CX-DB-PEAK-BYTES             PIC 9(15).
001530     05  FILLER                       PIC X(01).
001540     05  CX-BACKUP-BYTES              PIC 9(15).
001550     05  FILLER                       PIC X(01).
001560     05  CX-INCIDENT-MINUTES          PIC 9(07).
001570
001580 WORKING-STORAGE SECTION.
001590* SWITCHES
001600 01  OCR-OWNER-EOF-SW             PIC X(01).
001610     88  OCR-OWNER-EOF                VALUE "Y".
001620     88  OCR-OWNER-NOT-EOF            VALUE "N".
001630 01  OCR-REGISTRY-EOF-SW          PIC X(01).
001640     88  OCR-REGISTRY-EOF             VALUE "Y".
001650     88  OCR-REGISTRY-NOT-EOF         VALUE "N".
001660 01  OCR-CATALOG-EOF-SW           PIC X(01).
001670     88  OCR-CATALOG-EOF              VALUE "Y".
001680     88  OCR-CATALOG-NOT-EOF          VALUE "N".
001690 01  OCR-METRICS-EOF-SW           PIC X(01).
001700     88  OCR-METRICS-EOF              VALUE "Y".
001710     88  OCR-METRICS-NOT-EOF          VALUE "N".
001720 01  OCR-INCIDENT-EOF-SW          PIC X(01).
001730     88  OCR-INCIDENT-EOF             VALUE "Y".
001740     88  OCR-INCIDENT-NOT-EOF         VALUE "N".
001750 01  OCR-OWNERREG-SW              PIC X(01).
001760     88  OCR-OWNERREG-OPEN            VALUE "Y".
001770     88  OCR-OWNERREG-CLOSED          VALUE "N".
001780 01  OCR-ENTRY-FOUND-SW           PIC X(01).
001790     88  OCR-ENTRY-FOUND              VALUE "Y".
001800     88  OCR-ENTRY-NOT-FOUND          VALUE "N".
001810 01  OCR-OWNER-FULL-SW            PIC X(01).
001820     88  OCR-OWNER-FULL               VALUE "Y".
001830     88  OCR-OWNER-NOT-FULL           VALUE "N".
001840 01  OCR-OBJECT-FULL-SW           PIC X(01).
001850     88  OCR-OBJECT-FULL              VALUE "Y".
001860     88  OCR-OBJECT-NOT-FULL          VALUE "N".
001870 01  OCR-EPISODE-FULL-SW          PIC X(01).
001880     88  OCR-EPISODE-FULL             VALUE "Y".
001890     88  OCR-EPISODE-NOT-FULL         VALUE "N".
001900
001910* STANDALONE COUNTERS AND SUBSCRIPTS
001920 77  OCR-OWNER-USED               PIC 9(03) COMP.
001930 77  OCR-OWNER-INDEX              PIC 9(03) COMP.
001940 77  OCR-CUR-OWNER                PIC 9(03) COMP.
001950 77  OCR-OBJECT-USED              PIC 9(04) COMP.
001960 77  OCR-OBJECT-INDEX             PIC 9(04) COMP.
001970 77  OCR-EPISODE-USED             PIC 9(03) COMP.
001980 77  OCR-EPISODE-INDEX            PIC 9(03) COMP.
001990 77  OCR-UNKNOWN-OWNERS           PIC 9(05) COMP.
002000 77  OCR-EPISODE-MINUTES          PIC 9(07) COMP.
002010 77  OCR-STAMP-MINUTES            PIC 9(11) COMP.
002020 77  OCR-MB-WORK                  PIC 9(15) COMP.
002030
002040 01  OCR-RUN-DATE                 PIC 9(08).
002050 01  OCR-RUN-DATE-X REDEFINES OCR-RUN-DATE.
002060     05  OCR-RUN-YEAR             PIC 9(04).
002070     05  OCR-RUN-MONTH            PIC 9(02).
002080     05  OCR-RUN-DAY              PIC 9(02).
002090 01  OCR-CHARGE-MONTH             PIC 9(06).
002100 01  OCR-CHARGE-MONTH-X REDEFINES OCR-CHARGE-MONTH.
002110     05  OCR-CHARGE-YEAR          PIC 9(04).
002120     05  OCR-CHARGE-MM            PIC 9(02).
002130 01  OCR-OWNER-FILE-STATUS        PIC X(02).
002140 01  OCR-REGISTRY-FILE-STATUS     PIC X(02).
002150 01  OCR-OWNERREG-FILE-STATUS     PIC X(02).
002160 01  OCR-CATALOG-FILE-STATUS      PIC X(02).
002170 01  OCR-METRICS-FILE-STATUS      PIC X(02).
002180 01  OCR-INCIDENT-FILE-STATUS     PIC X(02).
002190 01  OCR-PERIOD-FILE-STATUS       PIC X(02).
002200 01  OCR-EXTRACT-FILE-STATUS      PIC X(02).
002210 01  OCR-COMMAND                  PIC X(100).
002220 01  OCR-CUR-TYPE                 PIC X(10).
002230 01  OCR-CUR-NAME                 PIC X(50).
002240 01  OCR-CUR-ENGINE               PIC X(10).
002250 01  OCR-CUR-SERVER               PIC X(50).
002260 01  OCR-COUNT-DISP               PIC ZZZZ9.
002270
002280* THE DETECTION STAMP OF AN INCIDENT, YYYYMMDD-HHMMSS, TAKEN
002290* APART FOR THE MINUTE COUNT.
002300 01  OCR-STAMP                    PIC X(15).
002310 01  OCR-STAMP-PARTS REDEFINES OCR-STAMP.
002320     05  OCR-STAMP-DATE           PIC X(08).
002330     05  FILLER                   PIC X(01).
002340     05  OCR-STAMP-HH             PIC 9(02).
002350     05  OCR-STAMP-MM             PIC 9(02).
002360     05  OCR-STAMP-SS             PIC 9(02).
002370
002380* ONE METRICS SAMPLE, LIVE OR ARCHIVED. THE LAYOUT MUST MATCH
002390* COLLECT-METRICS-SAMPLE IN THE CONTROL SHELL. BANCO IS THE SIZE
002400* OF A DATABASE IN BYTES; MH-SERVER THE BOX IT WAS TAKEN ON.
002410 01  METRICS-HISTORY-RECORD.
002420     05  MH-STAMP                     PIC X(15).
002430     05  FILLER                       PIC X(01).
002440     05  MH-METRIC                    PIC X(08).
002450     05  FILLER                       PIC X(01).
002460     05  MH-NAME                      PIC X(50).
002470     05  FILLER                       PIC X(01).
002480     05  MH-SERVER                    PIC X(50).
002490     05  FILLER                       PIC X(01).
002500     05  MH-VALUE                     PIC 9(12).
002510
002520* ONE INCIDENT, LIVE OR ARCHIVED. THE LAYOUT MUST MATCH
002530* WRITE-INCIDENT-RECORD IN THE CONTROL SHELL. AN OLDER LINE HAS
002540* NO SERVER AND IS CHARGED ON EVERY SERVER.
002550 01  INCIDENT-RECORD.
002560     05  IN-SERVICE                   PIC X(12).
002570     05  FILLER                       PIC X(01).
002580     05  IN-DETECTED                  PIC X(15).
002590     05  FILLER                       PIC X(01).
002600     05  IN-ACTION                    PIC X(12).
002610     05  FILLER                       PIC X(01).
002620     05  IN-OUTCOME                   PIC X(12).
002630     05  FILLER                       PIC X(01).
002640     05  IN-FAIL-COUNT                PIC 9(03).
002650     05  FILLER                       PIC X(01).
002660     05  IN-SERVER                    PIC X(50).
002670
002680* GREGORIAN DAY-SERIAL CONVERSION WORK FIELDS - SEE
002690* CONVERT-DATE-TO-SERIAL.
002700 01  OCR-CD-DATE.
002710     05  OCR-CD-YEAR              PIC 9(04).
002720     05  OCR-CD-MONTH             PIC 9(02).
002730     05  OCR-CD-DAY               PIC 9(02).
002740 77  OCR-CD-A                     PIC 9(02) COMP.
002750 77  OCR-CD-Y                     PIC 9(05) COMP.
002760 77  OCR-CD-M                     PIC 9(02) COMP.
002770 77  OCR-CD-WORK                  PIC 9(04) COMP.
002780 77  OCR-CD-Q4                    PIC 9(05) COMP.
002790 77  OCR-CD-Q100                  PIC 9(04) COMP.
002800 77  OCR-CD-Q400                  PIC 9(03) COMP.
002810 77  OCR-CD-SERIAL                PIC 9(07) COMP.
002820
002830* ONE ENTRY PER OWNERS LINE WITH ITS MONTH TOTALS. ENTRY 1 IS
002840* THE (SEM DONO) BUCKET FOR OBJECTS NOBODY OWNS YET OR WHOSE
002850* OWNER IS NO LONGER IN OWNERS. THE HIT FLAG MARKS THE OWNERS
002860* AN INCIDENT EPISODE IS BEING CHARGED TO.
002870 01  OCR-OWNER-TABLE.
002880     05  OCR-OWNER-ENTRY OCCURS 101 TIMES.
002890         10  OCR-O-CODE               PIC X(10).
002900         10  OCR-O-DEPARTMENT         PIC X(40).
002910         10  OCR-O-COST-CENTER        PIC X(10).
002920         10  OCR-O-SITES              PIC 9(05) COMP.
002930         10  OCR-O-DATABASES          PIC 9(05) COMP.
002940         10  OCR-O-SAMPLE-SUM         PIC 9(17) COMP.
002950         10  OCR-O-SAMPLE-COUNT       PIC 9(07) COMP.
002960         10  OCR-O-PEAK               PIC 9(15) COMP.
002970         10  OCR-O-BACKUP             PIC 9(15) COMP.
002980         10  OCR-O-MINUTES            PIC 9(07) COMP.
002990         10  OCR-O-HIT                PIC X(01).
003000
003010* ONE ENTRY PER PROVREG SITE OR DATABASE WITH THE OWNER ENTRY
003020* IT IS CHARGED TO.
003030 01  OCR-OBJECT-TABLE.
003040     05  OCR-OBJECT-ENTRY OCCURS 2000 TIMES.
003050         10  OCR-J-TYPE               PIC X(10).
003060         10  OCR-J-NAME               PIC X(50).
003070         10  OCR-J-ENGINE             PIC X(10).
003080         10  OCR-J-SERVER             PIC X(50).
003090         10  OCR-J-OWNER              PIC 9(03) COMP.
003100
003110* ONE ENTRY PER SERVICE AND SERVER THE WATCHDOG REPORTED IN THE
003120* MONTH. AN EPISODE OPENS AT THE FIRST FAILURE AND CLOSES WHEN
003130* THE SERVICE IS RECUPERADO OR ESCALADO TO A HUMAN; ITS LENGTH IN
003140* MINUTES IS WHAT IS CHARGED.
003150 01  OCR-EPISODE-TABLE.
003160     05  OCR-EPISODE-ENTRY OCCURS 100 TIMES.
003170         10  OCR-E-SERVICE            PIC X(12).
003180         10  OCR-E-SERVER             PIC X(50).
003190         10  OCR-E-OPEN               PIC X(01).
003200         10  OCR-E-START              PIC 9(11) COMP.
003210         10  OCR-E-LAST               PIC 9(11) COMP.
003220
003230* THE PRINTED REPORT LINE. SIZES ARE IN MEGABYTES.
003240 01  OCR-REPORT-LINE.
003250     05  RL-OWNER                     PIC X(10).
003260     05  FILLER                       PIC X(01).
003270     05  RL-COST-CENTER               PIC X(10).
003280     05  FILLER                       PIC X(01).
003290     05  RL-SITES                     PIC ZZZ9.
003300     05  FILLER                       PIC X(01).
003310     05  RL-DATABASES                 PIC ZZZZ9.
003320     05  FILLER                       PIC X(01).
003330     05  RL-AVG-MB                    PIC ZZZZZZ9.
003340     05  FILLER                       PIC X(01).
003350     05  RL-PEAK-MB                   PIC ZZZZZZ9.
003360     05  FILLER                       PIC X(01).
003370     05  RL-BACKUP-MB                 PIC ZZZZZZZ9.
003380     05  FILLER                       PIC X(01).
003390     05  RL-MINUTES                   PIC ZZZZZZ9.
003400
003410 PROCEDURE DIVISION.
003420*****************************************************************
003430* 0000-MAINLINE-CONTROL - PICKS THE MONTH, LOADS THE OWNERS AND
003440* WHAT EACH OF THEM OWNS, TOTALS THE MONTH'S SAMPLES, BACKUPS
003450* AND INCIDENTS PER OWNER, THEN PRINTS THE REPORT AND WRITES
003460* THE EXTRACT.
003470*****************************************************************
003480 0000-MAINLINE-CONTROL.
003490     ACCEPT OCR-RUN-DATE FROM DATE YYYYMMDD
003500     PERFORM INITIALIZE-TOTALS
003510     PERFORM LOAD-CHARGE-PERIOD
003520     PERFORM LOAD-OWNER-TABLE
003530     PERFORM LOAD-REGISTRY
003540     IF OCR-OBJECT-USED = ZERO
003550         DISPLAY "Nenhum site ou banco em PROVREG - nada a"
003560             " apurar."
003570         STOP RUN
003580     END-IF
003590     IF OCR-OWNER-FULL
003600         DISPLAY "Mais donos que a tabela - apenas os primeiros"
003610             " 100 de OWNERS foram apurados."
003620     END-IF
003630     IF OCR-OBJECT-FULL
003640         DISPLAY "Mais objetos que a tabela - apenas os"
003650             " primeiros 2000 de PROVREG foram apurados."
003660     END-IF
003670     PERFORM TOTAL-DATABASE-SAMPLES
003680     PERFORM TOTAL-BACKUP-STORAGE
003690     PERFORM TOTAL-INCIDENT-MINUTES
003700     PERFORM PRINT-CHARGEBACK-REPORT
003710     PERFORM WRITE-CHARGEBACK-EXTRACT
003720     STOP RUN.
003730
003740*****************************************************************
003750* INITIALIZE-TOTALS - CLEARS THE TABLES AND SETS UP THE
003760* (SEM DONO) BUCKET AS OWNER ENTRY 1.
003770*****************************************************************
003780 INITIALIZE-TOTALS.
003790     MOVE ZERO TO OCR-OBJECT-USED
003800     MOVE ZERO TO OCR-EPISODE-USED
003810     MOVE ZERO TO OCR-UNKNOWN-OWNERS
003820     MOVE "N" TO OCR-OWNER-FULL-SW
003830     MOVE "N" TO OCR-OBJECT-FULL-SW
003840     MOVE "N" TO OCR-EPISODE-FULL-SW
003850     MOVE 1 TO OCR-OWNER-USED
003860     MOVE 1 TO OCR-OWNER-INDEX
003870     PERFORM CLEAR-OWNER-TOTALS
003880     MOVE "(SEM DONO)" TO OCR-O-CODE(1)
003890     MOVE "Objetos sem dono valido em OWNERREG"
003900         TO OCR-O-DEPARTMENT(1)
003910     MOVE SPACES TO OCR-O-COST-CENTER(1).
003920
003930*****************************************************************
003940* CLEAR-OWNER-TOTALS - ZEROES THE TOTALS OF OWNER ENTRY
003950* OCR-OWNER-INDEX.
003960*****************************************************************
003970 CLEAR-OWNER-TOTALS.
003980     MOVE ZERO TO OCR-O-SITES(OCR-OWNER-INDEX)
003990     MOVE ZERO TO OCR-O-DATABASES(OCR-OWNER-INDEX)
004000     MOVE ZERO TO OCR-O-SAMPLE-SUM(OCR-OWNER-INDEX)
004010     MOVE ZERO TO OCR-O-SAMPLE-COUNT(OCR-OWNER-INDEX)
004020     MOVE ZERO TO OCR-O-PEAK(OCR-OWNER-INDEX)
004030     MOVE ZERO TO OCR-O-BACKUP(OCR-OWNER-INDEX)
004040     MOVE ZERO TO OCR-O-MINUTES(OCR-OWNER-INDEX)
004050     MOVE "N" TO OCR-O-HIT(OCR-OWNER-INDEX).
004060
004070*****************************************************************
004080* LOAD-CHARGE-PERIOD - THE MONTH IN CHGPER, OR THE CALENDAR
004090* MONTH BEFORE THE RUN.
004100*****************************************************************
004110 LOAD-CHARGE-PERIOD.
004120     MOVE ZERO TO OCR-CHARGE-MONTH
004130     OPEN INPUT CHARGE-PERIOD-FILE
004140     IF OCR-PERIOD-FILE-STATUS = "00"
004150         READ CHARGE-PERIOD-FILE
004160             AT END
004170                 CONTINUE
004180             NOT AT END
004190                 IF CP-MONTH IS NUMERIC
004200                     MOVE CP-MONTH TO OCR-CHARGE-MONTH
004210                 END-IF
004220         END-READ
004230         CLOSE CHARGE-PERIOD-FILE
004240     END-IF
004250     IF OCR-CHARGE-MONTH = ZERO
004260             OR OCR-CHARGE-MM = ZERO OR OCR-CHARGE-MM > 12
004270         IF OCR-RUN-MONTH = 1
004280             COMPUTE OCR-CHARGE-YEAR = OCR-RUN-YEAR - 1
004290             MOVE 12 TO OCR-CHARGE-MM
004300         ELSE
004310             MOVE OCR-RUN-YEAR TO OCR-CHARGE-YEAR
004320             COMPUTE OCR-CHARGE-MM = OCR-RUN-MONTH - 1
004330         END-IF
004340     END-IF.
004350
004360*****************************************************************
004370* LOAD-OWNER-TABLE - EVERY OWNERS LINE AFTER THE (SEM DONO)
004380* BUCKET. WITHOUT OWNERS EVERYTHING IS CHARGED TO THE BUCKET.
004390*****************************************************************
004400 LOAD-OWNER-TABLE.
004410     OPEN INPUT OWNER-FILE
004420     IF OCR-OWNER-FILE-STATUS NOT = "00"
004430         DISPLAY "OWNERS ausente - tudo fica em (SEM DONO)."
004440     ELSE
004450         MOVE "N" TO OCR-OWNER-EOF-SW
004460         PERFORM LOAD-OWNER-ENTRY UNTIL OCR-OWNER-EOF
004470         CLOSE OWNER-FILE
004480     END-IF.
004490
004500*****************************************************************
004510* LOAD-OWNER-ENTRY - ONE OWNERS LINE. BLANK LINES ARE SKIPPED;
004520* A FULL TABLE LEAVES THE REST OUT.
004530*****************************************************************
004540 LOAD-OWNER-ENTRY.
004550     READ OWNER-FILE
004560         AT END
004570             MOVE "Y" TO OCR-OWNER-EOF-SW
004580         NOT AT END
004590             EVALUATE TRUE
004600                 WHEN OW-CODE = SPACES
004610                     CONTINUE
004620                 WHEN OCR-OWNER-USED < 101
004630                     ADD 1 TO OCR-OWNER-USED
004640                     MOVE OCR-OWNER-USED TO OCR-OWNER-INDEX
004650                     PERFORM CLEAR-OWNER-TOTALS
004660                     MOVE OW-CODE TO OCR-O-CODE(OCR-OWNER-INDEX)
004670                     MOVE OW-DEPARTMENT
004680                         TO OCR-O-DEPARTMENT(OCR-OWNER-INDEX)
004690                     MOVE OW-COST-CENTER
004700                         TO OCR-O-COST-CENTER(OCR-OWNER-INDEX)
004710                 WHEN OTHER
004720                     MOVE "Y" TO OCR-OWNER-FULL-SW
004730             END-EVALUATE
004740     END-READ.
004750
004760*****************************************************************
004770* LOAD-REGISTRY - EVERY SITE AND DATABASE PROVREG KNOWS OF,
004780* EACH WITH ITS OWNER FROM OWNERREG.
004790*****************************************************************
004800 LOAD-REGISTRY.
004810     OPEN INPUT PROVISION-REGISTRY-FILE
004820     IF OCR-REGISTRY-FILE-STATUS NOT = "00"
004830         CONTINUE
004840     ELSE
004850         MOVE "N" TO OCR-OWNERREG-SW
004860         OPEN INPUT OWNER-REGISTRY-FILE
004870         IF OCR-OWNERREG-FILE-STATUS = "00"
004880             MOVE "Y" TO OCR-OWNERREG-SW
004890         ELSE
004900             DISPLAY "OWNERREG ausente - nenhum objeto tem dono."
004910         END-IF
004920         MOVE "N" TO OCR-REGISTRY-EOF-SW
004930         PERFORM LOAD-REGISTRY-ENTRY UNTIL OCR-REGISTRY-EOF
004940         IF OCR-OWNERREG-OPEN
004950             CLOSE OWNER-REGISTRY-FILE
004960         END-IF
004970         CLOSE PROVISION-REGISTRY-FILE
004980     END-IF
004990     IF OCR-UNKNOWN-OWNERS > ZERO
005000         MOVE OCR-UNKNOWN-OWNERS TO OCR-COUNT-DISP
005010         DISPLAY "Objetos com dono fora de OWNERS: "
005020             OCR-COUNT-DISP " - apurados em (SEM DONO)."
005030     END-IF.
005040
005050*****************************************************************
005060* LOAD-REGISTRY-ENTRY - ONE PROVREG RECORD; USERS ARE NOT
005070* CHARGED.
005080*****************************************************************
005090 LOAD-REGISTRY-ENTRY.
005100     READ PROVISION-REGISTRY-FILE NEXT RECORD
005110         AT END
005120             MOVE "Y" TO OCR-REGISTRY-EOF-SW
005130         NOT AT END
005140             IF PV-OBJECT-TYPE = "SITE"
005150                     OR PV-OBJECT-TYPE = "DATABASE"
005160                 PERFORM ADD-OBJECT-ENTRY
005170             END-IF
005180     END-READ.
005190
005200*****************************************************************
005210* ADD-OBJECT-ENTRY - THE PROVREG RECORD UNDER THE READ HEAD GOES
005220* INTO THE OBJECT TABLE AND COUNTS FOR ITS OWNER.
005230*****************************************************************
005240 ADD-OBJECT-ENTRY.
005250     IF OCR-OBJECT-USED < 2000
005260         PERFORM FIND-OBJECT-OWNER
005270         ADD 1 TO OCR-OBJECT-USED
005280         MOVE OCR-OBJECT-USED TO OCR-OBJECT-INDEX
005290         MOVE PV-OBJECT-TYPE TO OCR-J-TYPE(OCR-OBJECT-INDEX)
005300         MOVE PV-OBJECT-NAME TO OCR-J-NAME(OCR-OBJECT-INDEX)
005310         MOVE PV-ENGINE TO OCR-J-ENGINE(OCR-OBJECT-INDEX)
005320         MOVE PV-SERVER TO OCR-J-SERVER(OCR-OBJECT-INDEX)
005330         MOVE OCR-CUR-OWNER TO OCR-J-OWNER(OCR-OBJECT-INDEX)
005340         IF PV-OBJECT-TYPE = "SITE"
005350             ADD 1 TO OCR-O-SITES(OCR-CUR-OWNER)
005360         ELSE
005370             ADD 1 TO OCR-O-DATABASES(OCR-CUR-OWNER)
005380         END-IF
005390     ELSE
005400         MOVE "Y" TO OCR-OBJECT-FULL-SW
005410     END-IF.
005420
005430*****************************************************************
005440* FIND-OBJECT-OWNER - THE OWNER ENTRY OF THE PROVREG RECORD
005450* UNDER THE READ HEAD, 1 (SEM DONO) WHEN OWNERREG HAS NONE OR
005460* NAMES AN OWNER OWNERS NO LONGER LISTS.
005470*****************************************************************
005480 FIND-OBJECT-OWNER.
005490     MOVE 1 TO OCR-CUR-OWNER
005500     IF OCR-OWNERREG-OPEN
005510         MOVE PV-REG-KEY TO OA-REG-KEY
005520         READ OWNER-REGISTRY-FILE
005530             INVALID KEY
005540                 CONTINUE
005550             NOT INVALID KEY
005560                 PERFORM MATCH-OWNER-CODE
005570                     VARYING OCR-OWNER-INDEX FROM 2 BY 1
005580                     UNTIL OCR-OWNER-INDEX > OCR-OWNER-USED
005590                 IF OCR-CUR-OWNER = 1
005600                     ADD 1 TO OCR-UNKNOWN-OWNERS
005610                 END-IF
005620         END-READ
005630     END-IF.
005640
005650*****************************************************************
005660* MATCH-OWNER-CODE - ONE OWNER ENTRY AGAINST OA-OWNER.
005670*****************************************************************
005680 MATCH-OWNER-CODE.
005690     IF OCR-O-CODE(OCR-OWNER-INDEX) = OA-OWNER
005700         MOVE OCR-OWNER-INDEX TO OCR-CUR-OWNER
005710     END-IF.
005720
005730*****************************************************************
005740* FIND-OBJECT - LOOKS OCR-CUR-TYPE/NAME/SERVER UP IN THE OBJECT
005750* TABLE, ANY ENGINE UNLESS OCR-CUR-ENGINE IS GIVEN. THE FIRST
005760* HIT'S OWNER IS LEFT IN OCR-CUR-OWNER.
005770*****************************************************************
005780 FIND-OBJECT.
005790     MOVE "N" TO OCR-ENTRY-FOUND-SW
005800     PERFORM MATCH-OBJECT
005810         VARYING OCR-OBJECT-INDEX FROM 1 BY 1
005820         UNTIL OCR-OBJECT-INDEX > OCR-OBJECT-USED
005830             OR OCR-ENTRY-FOUND.
005840
005850*****************************************************************
005860* MATCH-OBJECT - ONE OBJECT ENTRY AGAINST THE FIND-OBJECT KEY.
005870*****************************************************************
005880 MATCH-OBJECT.
005890     IF OCR-J-TYPE(OCR-OBJECT-INDEX) = OCR-CUR-TYPE
005900             AND OCR-J-NAME(OCR-OBJECT-INDEX) = OCR-CUR-NAME
005910             AND OCR-J-SERVER(OCR-OBJECT-INDEX) = OCR-CUR-SERVER
005920         IF OCR-CUR-ENGINE = SPACES OR
005930                 OCR-J-ENGINE(OCR-OBJECT-INDEX) = OCR-CUR-ENGINE
005940             MOVE "Y" TO OCR-ENTRY-FOUND-SW
005950             MOVE OCR-J-OWNER(OCR-OBJECT-INDEX) TO OCR-CUR-OWNER
005960         END-IF
005970     END-IF.
005980
005990*****************************************************************
006000* TOTAL-DATABASE-SAMPLES - GATHERS THE METRARCH ARCHIVES AND THE
006010* LIVE METRICS INTO THE CHGMETR WORK FILE AND FOLDS EVERY BANCO
006020* SAMPLE OF THE MONTH INTO ITS DATABASE'S OWNER.
006030*****************************************************************
006040 TOTAL-DATABASE-SAMPLES.
006050     MOVE "cat METRARCH.* METRICS > CHGMETR 2>/dev/null"
006060         TO OCR-COMMAND
006070     CALL "SYSTEM" USING OCR-COMMAND
006080     OPEN INPUT METRICS-WORK-FILE
006090     IF OCR-METRICS-FILE-STATUS = "00"
006100         MOVE "N" TO OCR-METRICS-EOF-SW
006110         PERFORM FOLD-METRIC-SAMPLE UNTIL OCR-METRICS-EOF
006120         CLOSE METRICS-WORK-FILE
006130     END-IF
006140     MOVE "rm -f CHGMETR" TO OCR-COMMAND
006150     CALL "SYSTEM" USING OCR-COMMAND.
006160
006170*****************************************************************
006180* FOLD-METRIC-SAMPLE - ONE HISTORY LINE. A BANCO SAMPLE OF THE
006190* MONTH OF A REGISTERED DATABASE ADDS TO ITS OWNER'S AVERAGE
006200* AND MAY RAISE ITS PEAK. THE SAMPLE DOES NOT NAME THE ENGINE.
006210*****************************************************************
006220 FOLD-METRIC-SAMPLE.
006230     READ METRICS-WORK-FILE INTO METRICS-HISTORY-RECORD
006240         AT END
006250             MOVE "Y" TO OCR-METRICS-EOF-SW
006260         NOT AT END
006270             IF MH-METRIC = "BANCO"
006280                     AND MH-STAMP(1:6) = OCR-CHARGE-MONTH-X
006290                     AND MH-VALUE IS NUMERIC
006300                 MOVE "DATABASE" TO OCR-CUR-TYPE
006310                 MOVE MH-NAME TO OCR-CUR-NAME
006320                 MOVE MH-SERVER TO OCR-CUR-SERVER
006330                 MOVE SPACES TO OCR-CUR-ENGINE
006340                 PERFORM FIND-OBJECT
006350                 IF OCR-ENTRY-FOUND
006360                     ADD MH-VALUE
006370                         TO OCR-O-SAMPLE-SUM(OCR-CUR-OWNER)
006380                     ADD 1 TO OCR-O-SAMPLE-COUNT(OCR-CUR-OWNER)
006390                     IF MH-VALUE > OCR-O-PEAK(OCR-CUR-OWNER)
006400                         MOVE MH-VALUE
006410                             TO OCR-O-PEAK(OCR-CUR-OWNER)
006420                     END-IF
006430                 END-IF
006440             END-IF
006450     END-READ.
006460
006470*****************************************************************
006480* TOTAL-BACKUP-STORAGE - THE BYTES OF EVERY GOOD DUMP THE
006490* CATALOG STILL HOLDS, CHARGED TO THE OWNER OF ITS DATABASE.
006500* THIS IS THE STORAGE IN USE WHEN THE REPORT RUNS - EXPIRED
006510* DUMPS HAVE ALREADY LEFT THE CATALOG.
006520*****************************************************************
006530 TOTAL-BACKUP-STORAGE.
006540     OPEN INPUT BACKUP-CATALOG-FILE
006550     IF OCR-CATALOG-FILE-STATUS = "00"
006560         MOVE "N" TO OCR-CATALOG-EOF-SW
006570         PERFORM FOLD-CATALOG-ENTRY UNTIL OCR-CATALOG-EOF
006580         CLOSE BACKUP-CATALOG-FILE
006590     END-IF.
006600
006610*****************************************************************
006620* FOLD-CATALOG-ENTRY - ONE CATALOG ENTRY; THE CATALOG KEEPS THE
006630* ENGINE IN LOWER CASE, PROVREG IN UPPER.
006640*****************************************************************
006650 FOLD-CATALOG-ENTRY.
006660     READ BACKUP-CATALOG-FILE NEXT RECORD
006670         AT END
006680             MOVE "Y" TO OCR-CATALOG-EOF-SW
006690         NOT AT END
006700             IF BC-OUTCOME = "OK" AND BC-SIZE IS NUMERIC
006710                 MOVE "DATABASE" TO OCR-CUR-TYPE
006720                 MOVE BC-DATABASE TO OCR-CUR-NAME
006730                 MOVE BC-SERVER TO OCR-CUR-SERVER
006740                 MOVE BC-ENGINE TO OCR-CUR-ENGINE
006750                 INSPECT OCR-CUR-ENGINE CONVERTING
006760                     "abcdefghijklmnopqrstuvwxyz"
006770                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006780                 PERFORM FIND-OBJECT
006790                 IF OCR-ENTRY-FOUND
006800                     ADD BC-SIZE TO OCR-O-BACKUP(OCR-CUR-OWNER)
006810                 END-IF
006820             END-IF
006830     END-READ.
006840
006850*****************************************************************
006860* TOTAL-INCIDENT-MINUTES - GATHERS THE INCARCH ARCHIVES AND THE
006870* LIVE INCIDENTS INTO THE CHGINC WORK FILE, OLDEST FIRST, AND
006880* TURNS THE MONTH'S LINES INTO EPISODES. AN EPISODE STILL OPEN
006890* AT THE END IS CHARGED UP TO ITS LAST LINE.
006900*****************************************************************
006910 TOTAL-INCIDENT-MINUTES.
006920     MOVE "cat INCARCH.* INCIDENTS > CHGINC 2>/dev/null"
006930         TO OCR-COMMAND
006940     CALL "SYSTEM" USING OCR-COMMAND
006950     OPEN INPUT INCIDENT-WORK-FILE
006960     IF OCR-INCIDENT-FILE-STATUS = "00"
006970         MOVE "N" TO OCR-INCIDENT-EOF-SW
006980         PERFORM FOLD-INCIDENT-LINE UNTIL OCR-INCIDENT-EOF
006990         CLOSE INCIDENT-WORK-FILE
007000     END-IF
007010     MOVE "rm -f CHGINC" TO OCR-COMMAND
007020     CALL "SYSTEM" USING OCR-COMMAND
007030     PERFORM CLOSE-OPEN-EPISODE
007040         VARYING OCR-EPISODE-INDEX FROM 1 BY 1
007050         UNTIL OCR-EPISODE-INDEX > OCR-EPISODE-USED
007060     IF OCR-EPISODE-FULL
007070         DISPLAY "Mais servicos com incidentes que a tabela -"
007080             " os excedentes nao foram apurados."
007090     END-IF.
007100
007110*****************************************************************
007120* FOLD-INCIDENT-LINE - ONE INCIDENTS LINE OF THE MONTH: OPENS
007130* OR EXTENDS THE EPISODE OF ITS SERVICE AND SERVER, AND CLOSES
007140* IT WHEN THE SERVICE CAME BACK OR WAS HANDED TO A HUMAN.
007150*****************************************************************
007160 FOLD-INCIDENT-LINE.
007170     READ INCIDENT-WORK-FILE INTO INCIDENT-RECORD
007180         AT END
007190             MOVE "Y" TO OCR-INCIDENT-EOF-SW
007200         NOT AT END
007210             MOVE IN-DETECTED TO OCR-STAMP
007220             IF OCR-STAMP-DATE(1:6) = OCR-CHARGE-MONTH-X
007230                     AND OCR-STAMP-DATE IS NUMERIC
007240                     AND OCR-STAMP-HH IS NUMERIC
007250                     AND OCR-STAMP-MM IS NUMERIC
007260                 PERFORM FIND-EPISODE
007270                 IF OCR-ENTRY-FOUND
007280                     PERFORM EXTEND-EPISODE
007290                 END-IF
007300             END-IF
007310     END-READ.
007320
007330*****************************************************************
007340* FIND-EPISODE - THE EPISODE ENTRY OF IN-SERVICE ON IN-SERVER,
007350* ADDED CLOSED WHEN THE PAIR IS NEW. A FULL TABLE LEAVES
007360* OCR-ENTRY-FOUND DOWN.
007370*****************************************************************
007380 FIND-EPISODE.
007390     MOVE "N" TO OCR-ENTRY-FOUND-SW
007400     PERFORM MATCH-EPISODE
007410         VARYING OCR-EPISODE-INDEX FROM 1 BY 1
007420         UNTIL OCR-EPISODE-INDEX > OCR-EPISODE-USED
007430             OR OCR-ENTRY-FOUND
007440     IF OCR-ENTRY-FOUND
007450         SUBTRACT 1 FROM OCR-EPISODE-INDEX
007460     ELSE
007470         IF OCR-EPISODE-USED < 100
007480             ADD 1 TO OCR-EPISODE-USED
007490             MOVE OCR-EPISODE-USED TO OCR-EPISODE-INDEX
007500             MOVE IN-SERVICE TO OCR-E-SERVICE(OCR-EPISODE-INDEX)
007510             MOVE IN-SERVER TO OCR-E-SERVER(OCR-EPISODE-INDEX)
007520             MOVE "N" TO OCR-E-OPEN(OCR-EPISODE-INDEX)
007530             MOVE ZERO TO OCR-E-START(OCR-EPISODE-INDEX)
007540             MOVE ZERO TO OCR-E-LAST(OCR-EPISODE-INDEX)
007550             MOVE "Y" TO OCR-ENTRY-FOUND-SW
007560         ELSE
007570             MOVE "Y" TO OCR-EPISODE-FULL-SW
007580         END-IF
007590     END-IF.
007600
007610*****************************************************************
007620* MATCH-EPISODE - ONE EPISODE ENTRY AGAINST THE LINE'S SERVICE
007630* AND SERVER.
007640*****************************************************************
007650 MATCH-EPISODE.
007660     IF OCR-E-SERVICE(OCR-EPISODE-INDEX) = IN-SERVICE
007670             AND OCR-E-SERVER(OCR-EPISODE-INDEX) = IN-SERVER
007680         MOVE "Y" TO OCR-ENTRY-FOUND-SW
007690     END-IF.
007700
007710*****************************************************************
007720* EXTEND-EPISODE - THE LINE'S MINUTE OPENS THE EPISODE OR MOVES
007730* ITS END; A RECUPERADO OR ESCALADO LINE CLOSES AND CHARGES IT.
007740*****************************************************************
007750 EXTEND-EPISODE.
007760     MOVE OCR-STAMP-DATE TO OCR-CD-DATE
007770     PERFORM CONVERT-DATE-TO-SERIAL
007780     COMPUTE OCR-STAMP-MINUTES = OCR-CD-SERIAL * 1440
007790         + OCR-STAMP-HH * 60 + OCR-STAMP-MM
007800     IF OCR-E-OPEN(OCR-EPISODE-INDEX) NOT = "Y"
007810         MOVE "Y" TO OCR-E-OPEN(OCR-EPISODE-INDEX)
007820         MOVE OCR-STAMP-MINUTES TO OCR-E-START(OCR-EPISODE-INDEX)
007830     END-IF
007840     MOVE OCR-STAMP-MINUTES TO OCR-E-LAST(OCR-EPISODE-INDEX)
007850     IF IN-OUTCOME = "RECUPERADO" OR IN-OUTCOME = "ESCALADO"
007860         PERFORM CHARGE-EPISODE
007870     END-IF.
007880
007890*****************************************************************
007900* CLOSE-OPEN-EPISODE - CHARGES AN EPISODE THE MONTH ENDED WITH
007910* STILL OPEN.
007920*****************************************************************
007930 CLOSE-OPEN-EPISODE.
007940     IF OCR-E-OPEN(OCR-EPISODE-INDEX) = "Y"
007950         PERFORM CHARGE-EPISODE
007960     END-IF.
007970
007980*****************************************************************
007990* CHARGE-EPISODE - CLOSES EPISODE OCR-EPISODE-INDEX AND ADDS ITS
008000* MINUTES, AT LEAST ONE, ONCE TO EVERY OWNER WITH AN OBJECT OF
008010* THE FAILED ENGINE ON THAT SERVER. apache2 AND nginx ARE SITE
008020* ENGINES, mysql AND postgresql DATABASE ENGINES.
008030*****************************************************************
008040 CHARGE-EPISODE.
008050     MOVE "N" TO OCR-E-OPEN(OCR-EPISODE-INDEX)
008060     COMPUTE OCR-EPISODE-MINUTES = OCR-E-LAST(OCR-EPISODE-INDEX)
008070         - OCR-E-START(OCR-EPISODE-INDEX)
008080     IF OCR-EPISODE-MINUTES = ZERO
008090         MOVE 1 TO OCR-EPISODE-MINUTES
008100     END-IF
008110     EVALUATE OCR-E-SERVICE(OCR-EPISODE-INDEX)
008120         WHEN "apache2"
008130             MOVE "SITE" TO OCR-CUR-TYPE
008140             MOVE "APACHE" TO OCR-CUR-ENGINE
008150         WHEN "nginx"
008160             MOVE "SITE" TO OCR-CUR-TYPE
008170             MOVE "NGINX" TO OCR-CUR-ENGINE
008180         WHEN "mysql"
008190             MOVE "DATABASE" TO OCR-CUR-TYPE
008200             MOVE "MYSQL" TO OCR-CUR-ENGINE
008210         WHEN "postgresql"
008220             MOVE "DATABASE" TO OCR-CUR-TYPE
008230             MOVE "PGSQL" TO OCR-CUR-ENGINE
008240         WHEN OTHER
008250             MOVE SPACES TO OCR-CUR-TYPE
008260     END-EVALUATE
008270     IF OCR-CUR-TYPE NOT = SPACES
008280         MOVE OCR-E-SERVER(OCR-EPISODE-INDEX) TO OCR-CUR-SERVER
008290         PERFORM CLEAR-OWNER-HIT
008300             VARYING OCR-OWNER-INDEX FROM 1 BY 1
008310             UNTIL OCR-OWNER-INDEX > OCR-OWNER-USED
008320         PERFORM MARK-OWNER-HIT
008330             VARYING OCR-OBJECT-INDEX FROM 1 BY 1
008340             UNTIL OCR-OBJECT-INDEX > OCR-OBJECT-USED
008350         PERFORM CHARGE-OWNER-HIT
008360             VARYING OCR-OWNER-INDEX FROM 1 BY 1
008370             UNTIL OCR-OWNER-INDEX > OCR-OWNER-USED
008380     END-IF.
008390
008400*****************************************************************
008410* CLEAR-OWNER-HIT - TAKES THE HIT FLAG OFF ONE OWNER.
008420*****************************************************************
008430 CLEAR-OWNER-HIT.
008440     MOVE "N" TO OCR-O-HIT(OCR-OWNER-INDEX).
008450
008460*****************************************************************
008470* MARK-OWNER-HIT - FLAGS THE OWNER OF AN OBJECT THE EPISODE
008480* TOUCHED. A LINE WITHOUT A SERVER TOUCHES EVERY SERVER.
008490*****************************************************************
008500 MARK-OWNER-HIT.
008510     IF OCR-J-TYPE(OCR-OBJECT-INDEX) = OCR-CUR-TYPE
008520             AND OCR-J-ENGINE(OCR-OBJECT-INDEX) = OCR-CUR-ENGINE
008530         IF OCR-CUR-SERVER = SPACES OR
008540                 OCR-J-SERVER(OCR-OBJECT-INDEX) = OCR-CUR-SERVER
008550             MOVE OCR-J-OWNER(OCR-OBJECT-INDEX) TO OCR-CUR-OWNER
008560             MOVE "Y" TO OCR-O-HIT(OCR-CUR-OWNER)
008570         END-IF
008580     END-IF.
008590
008600*****************************************************************
008610* CHARGE-OWNER-HIT - ADDS THE EPISODE'S MINUTES TO A FLAGGED
008620* OWNER.
008630*****************************************************************
008640 CHARGE-OWNER-HIT.
008650     IF OCR-O-HIT(OCR-OWNER-INDEX) = "Y"
008660         ADD OCR-EPISODE-MINUTES TO OCR-O-MINUTES(OCR-OWNER-INDEX)
008670     END-IF.
008680
008690*****************************************************************
008700* PRINT-CHARGEBACK-REPORT - ONE LINE PER OWNER, THE DEPARTMENT
008710* UNDER IT. THE (SEM DONO) BUCKET ONLY PRINTS WHEN SOMETHING
008720* WAS CHARGED TO IT.
008730*****************************************************************
008740 PRINT-CHARGEBACK-REPORT.
008750     DISPLAY "===== Rateio de Custos por Dono ====="
008760     DISPLAY "Mes apurado: " OCR-CHARGE-MONTH-X
008770         "   Data da execucao: " OCR-RUN-DATE-X
008780     DISPLAY " "
008790     DISPLAY "DONO       C.CUSTO    SITE BANCO MEDIA MB PICO MB"
008800         " BACKUP MB MIN INC"
008810     PERFORM PRINT-OWNER-LINE
008820         VARYING OCR-OWNER-INDEX FROM 1 BY 1
008830         UNTIL OCR-OWNER-INDEX > OCR-OWNER-USED
008840     DISPLAY " "
008850     DISPLAY "Extrato para o financeiro em CHGEXTR."
008860     DISPLAY "===== Fim do Rateio de Custos =====".
008870
008880*****************************************************************
008890* PRINT-OWNER-LINE - THE REPORT LINE OF ONE OWNER, SIZES ROUNDED
008900* TO WHOLE MEGABYTES.
008910*****************************************************************
008920 PRINT-OWNER-LINE.
008930     IF OCR-OWNER-INDEX > 1 OR OCR-O-SITES(1) > ZERO
008940             OR OCR-O-DATABASES(1) > ZERO
008950             OR OCR-O-MINUTES(1) > ZERO
008960         MOVE SPACES TO OCR-REPORT-LINE
008970         MOVE OCR-O-CODE(OCR-OWNER-INDEX) TO RL-OWNER
008980         MOVE OCR-O-COST-CENTER(OCR-OWNER-INDEX)
008990             TO RL-COST-CENTER
009000         MOVE OCR-O-SITES(OCR-OWNER-INDEX) TO RL-SITES
009010         MOVE OCR-O-DATABASES(OCR-OWNER-INDEX) TO RL-DATABASES
009020         PERFORM FIND-OWNER-AVERAGE
009030         COMPUTE RL-AVG-MB ROUNDED = OCR-MB-WORK / 1048576
009040         COMPUTE RL-PEAK-MB ROUNDED =
009050             OCR-O-PEAK(OCR-OWNER-INDEX) / 1048576
009060         COMPUTE RL-BACKUP-MB ROUNDED =
009070             OCR-O-BACKUP(OCR-OWNER-INDEX) / 1048576
009080         MOVE OCR-O-MINUTES(OCR-OWNER-INDEX) TO RL-MINUTES
009090         DISPLAY OCR-REPORT-LINE
009100         DISPLAY "           "
009110             OCR-O-DEPARTMENT(OCR-OWNER-INDEX)
009120     END-IF.
009130
009140*****************************************************************
009150* FIND-OWNER-AVERAGE - THE OWNER'S AVERAGE DATABASE SAMPLE IN
009160* BYTES INTO OCR-MB-WORK, ZERO WITHOUT SAMPLES.
009170*****************************************************************
009180 FIND-OWNER-AVERAGE.
009190     IF OCR-O-SAMPLE-COUNT(OCR-OWNER-INDEX) = ZERO
009200         MOVE ZERO TO OCR-MB-WORK
009210     ELSE
009220         COMPUTE OCR-MB-WORK ROUNDED =
009230             OCR-O-SAMPLE-SUM(OCR-OWNER-INDEX)
009240             / OCR-O-SAMPLE-COUNT(OCR-OWNER-INDEX)
009250     END-IF.
009260
009270*****************************************************************
009280* WRITE-CHARGEBACK-EXTRACT - RECREATES CHGEXTR WITH THE SAME
009290* OWNERS THE REPORT PRINTED.
009300*****************************************************************
009310 WRITE-CHARGEBACK-EXTRACT.
009320     OPEN OUTPUT CHARGE-EXTRACT-FILE
009330     IF OCR-EXTRACT-FILE-STATUS NOT = "00"
009340         DISPLAY "Nao foi possivel gravar CHGEXTR."
009350     ELSE
009360         PERFORM WRITE-EXTRACT-LINE
009370             VARYING OCR-OWNER-INDEX FROM 1 BY 1
009380             UNTIL OCR-OWNER-INDEX > OCR-OWNER-USED
009390         CLOSE CHARGE-EXTRACT-FILE
009400     END-IF.
009410
009420*****************************************************************
009430* WRITE-EXTRACT-LINE - THE EXTRACT LINE OF ONE OWNER.
009440*****************************************************************
009450 WRITE-EXTRACT-LINE.
009460     IF OCR-OWNER-INDEX > 1 OR OCR-O-SITES(1) > ZERO
009470             OR OCR-O-DATABASES(1) > ZERO
009480             OR OCR-O-MINUTES(1) > ZERO
009490         MOVE SPACES TO CHARGE-EXTRACT-RECORD
009500         MOVE OCR-CHARGE-MONTH TO CX-MONTH
009510         MOVE OCR-O-CODE(OCR-OWNER-INDEX) TO CX-OWNER
009520         MOVE OCR-O-COST-CENTER(OCR-OWNER-INDEX)
009530             TO CX-COST-CENTER
009540         MOVE OCR-O-DEPARTMENT(OCR-OWNER-INDEX) TO CX-DEPARTMENT
009550         MOVE OCR-O-SITES(OCR-OWNER-INDEX) TO CX-SITES
009560         MOVE OCR-O-DATABASES(OCR-OWNER-INDEX) TO CX-DATABASES
009570         PERFORM FIND-OWNER-AVERAGE
009580         MOVE OCR-MB-WORK TO CX-DB-AVG-BYTES
009590         MOVE OCR-O-PEAK(OCR-OWNER-INDEX) TO CX-DB-PEAK-BYTES
009600         MOVE OCR-O-BACKUP(OCR-OWNER-INDEX) TO CX-BACKUP-BYTES
009610         MOVE OCR-O-MINUTES(OCR-OWNER-INDEX)
009620             TO CX-INCIDENT-MINUTES
009630         WRITE CHARGE-EXTRACT-RECORD
009640     END-IF.
009650
009660*****************************************************************
009670* CONVERT-DATE-TO-SERIAL - TURNS THE YYYYMMDD IN OCR-CD-DATE
009680* INTO A GREGORIAN DAY SERIAL IN OCR-CD-SERIAL, SO STAMPS ON
009690* DIFFERENT DAYS SUBTRACT INTO MINUTES ACROSS MONTH ENDS.
009700*****************************************************************
009710 CONVERT-DATE-TO-SERIAL.
009720     COMPUTE OCR-CD-A = (14 - OCR-CD-MONTH) / 12
009730     COMPUTE OCR-CD-Y = OCR-CD-YEAR + 4800 - OCR-CD-A
009740     COMPUTE OCR-CD-M = OCR-CD-MONTH + 12 * OCR-CD-A - 3
009750     COMPUTE OCR-CD-WORK = (153 * OCR-CD-M + 2) / 5
009760     COMPUTE OCR-CD-Q4 = OCR-CD-Y / 4
009770     COMPUTE OCR-CD-Q100 = OCR-CD-Y / 100
009780     COMPUTE OCR-CD-Q400 = OCR-CD-Y / 400
009790     COMPUTE OCR-CD-SERIAL = OCR-CD-DAY + OCR-CD-WORK
009800         + 365 * OCR-CD-Y + OCR-CD-Q4 - OCR-CD-Q100
009810         + OCR-CD-Q400 - 32045.
