002930*                 a CFGSNAP baseline bigger than its table
002940*                 instead of misreporting the unloaded sites
002950*                 as SEM SNAPSHOT.
002960* 15/10/2026 GM   Added "provision batch" - builds every site of
002970*                 the NEWSITES request file (docroot, conf,
002980*                 enable, database, user with a generated
002990*                 password, grant, optional certificate) as
003000*                 one unit. All lines are validated against the
003010*                 PROMPT-AND-VALIDATE-NAME rules and PROVREG
003020*                 before anything is built; a site that fails
003030*                 halfway has the pieces already built undone,
003040*                 PROVREG and CFGSNAP entries included. Result
003050*                 per line in PROVRPT. BACKUP-VHOST-CONF-IF-
003060*                 EXISTS now clears its work fields first.
003070* 15/10/2026 GM   Added "move site" - moves a domain between two
003080*                 SERVERLIST hosts: catalogued dump on the source,
003090*                 docroot/conf/dump copied across, user and
003100*                 database restored and the site enabled on the
003110*                 target, certificate reissued, source disabled,
003120*                 then PROVREG, CERTREG, CFGSNAP and the dump's
003130*                 BACKUPCAT entry re-pointed. Gated by the "web"
003140*                 window; every step audited and checkpointed in
003150*                 MOVESTATE so a stopped move resumes where it
003160*                 left off. Document-root check split out as
003170*                 VALIDATE-ROOT-DIR, which also refuses "/".
003180* 15/10/2026 GM   Every web reload now tests the config first
003190*                 (apachectl configtest / nginx -t) through the
003200*                 new PREFLIGHT-WEB-RELOAD - configure, remove
003210*                 site and the approved removals, provision batch
003220*                 and move site, interactive, batch or fleet. A
003230*                 failed test refuses the reload, undoes the
003240*                 change (archived conf put back, or the site
003250*                 disabled/re-enabled) and audits the step
003260*                 REVERTIDO, the test output spooled to JOBLOG; a
003270*                 removal whose reload was refused keeps its
003280*                 database and user. BACKUP-VHOST-CONF-IF-EXISTS
003290*                 now keeps numbered versions per site, logged in
003300*                 CONFHIST; added "list config versions" and the
003310*                 supervisor-only "restore config version".
003320*                 "configure nginx site" now archives the conf
003330*                 too, and both configure paths clear COMMAND
003340*                 after archiving instead of leaving its tail in
003350*                 the enable command.
003360* 15/10/2026 GM   New CREDREG registry of every database account
003370*                 the shell creates (engine, server, granted
003380*                 database, privilege, created and last-rotated
003390*                 dates - never the password), kept by create
003400*                 user, create postgres user and provision batch,
003410*                 purged with the account and re-pointed by move
003420*                 site. Added "rotate db password" (new password
003430*                 by ALTER USER, handed over only in a protected
003440*                 PWDHANDOFF file) and "rotation due" (accounts
003450*                 past the CREDPOL age and admin accounts).
003460*                 Provision batch hands its initial passwords over
003470*                 the same way instead of showing them at the
003480*                 console.
003490* 15/10/2026 GM   "verify configs" and "reconcile" now leave their
003500*                 per-site verdict in CHECKLOG (LIMPO/DRIFT/
003510*                 SEM SNAPSHOT/CONF AUSENTE, PRESENTE/AUSENTE) for
003520*                 the Compliance-Scorecard batch.
003530* 15/10/2026 GM   Added "check updates" (pending apt updates of
003540*                 the current server, security or regular, into
003550*                 the PATCHINV inventory keyed by server, with the
003560*                 reboot-required flag), "patch report" (fleet
003570*                 view of PATCHINV) and "apply updates", which
003580*                 installs them only from a checkpointed BATCHCMD
003590*                 or scheduler pass inside the MAINTWIN window of
003600*                 the new os service and re-runs the health report
003610*                 and the inventory afterwards. A host left
003620*                 needing a reboot is mailed to the REBOOT class
003630*                 of NOTIFYCFG.
003640* 15/10/2026 GM   Every site, database and user now has an owner
003650*                 from the new OWNERS master (department, contact
003660*                 e-mail, cost center), asked for by the create
003670*                 and configure commands and by a new NEWSITES
003680*                 column, kept in the OWNERREG registry beside
003690*                 PROVREG and purged and moved with the object.
003700*                 Added the supervisor-only "assign owner" for
003710*                 objects built before owners existed or changing
003720*                 hands. The word DONOS in a NOTIFYCFG line now
003730*                 reaches the owners of the sites on the server
003740*                 the event concerns. INCIDENTS lines now carry
003750*                 the server.
003760* 15/10/2026 GM   Shift handover. "exit" at the console now files
003770*                 a handover in the new HANDOVER file: what the
003780*                 operator ran this session and what failed (from
003790*                 AUDITLOG), PENDAPPR requests still PENDENTE,
003800*                 watchdog escalations the service never recovered
003810*                 from, certificates due within 7 days and the
003820*                 operator's own notes. Sign-on at the console
003830*                 shows the handovers left since the operator's
003840*                 last session and will not go on until they are
003850*                 acknowledged (recorded in HANDACK). Added the
003860*                 supervisor-only "handover history" for a date
003870*                 range.
003880* 15/10/2026 GM   "move site" now carries the -le-ssl.conf vhost
003890*                 of an Apache site with a certificate: copied and
003900*                 enabled on the target, disabled on the source,
003910*                 and re-enabled with the main conf when the
003920*                 source reload is refused.
003930* 15/10/2026 GM   "provision batch" now rejects a line with no
003940*                 owner as "dono obrigatorio" instead of reporting
003950*                 it as not registered.
003960* 15/10/2026 GM   "restore config version" now refuses to copy an
003970*                 old version over a conf it could not archive
003980*                 first, and a refused reload in that mode never
003990*                 disables the site. NEWSITES takes Y as well as S
004000*                 for a certificate.
004010* 15/10/2026 GM   "provision batch" undo now drops the database
004020*                 before the account, so a PGSQL role is no longer
004030*                 held by its grant; a database or account the
004040*                 drop could not take keeps its registry entries
004050*                 and the line is reported INCOMPLETO in PROVRPT.
004060*                 Owner notifications look the recipient up in
004070*                 their own fields and leave the working owner
004080*                 code alone.
004090* ---------------------------------------------------------------
004100 
004110 ENVIRONMENT DIVISION.
004120 CONFIGURATION SECTION.
004130 
004140 INPUT-OUTPUT SECTION.
004150 FILE-CONTROL.
004160     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
004170         ORGANIZATION LINE SEQUENTIAL
004180         FILE STATUS IS SCS-AUDIT-FILE-STATUS.
004190     SELECT BATCH-COMMAND-FILE ASSIGN TO "BATCHCMD"
004200         ORGANIZATION LINE SEQUENTIAL
004210         FILE STATUS IS SCS-BATCH-FILE-STATUS.
004220     SELECT SERVER-LIST-FILE ASSIGN TO "SERVERLIST"
004230         ORGANIZATION LINE SEQUENTIAL
004240         FILE STATUS IS SCS-SERVERLIST-STATUS.
004250     SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUPCAT"
004260         ORGANIZATION INDEXED
004270         ACCESS MODE IS DYNAMIC
004280         RECORD KEY IS BC-CAT-KEY
004290         FILE STATUS IS SCS-BACKUPCAT-STATUS.
004300     SELECT DUMP-SIZE-FILE ASSIGN TO "DUMPSIZE"
004310         ORGANIZATION LINE SEQUENTIAL
004320         FILE STATUS IS SCS-DUMPSIZE-STATUS.
004330     SELECT FLEET-RESULTS-FILE ASSIGN TO "FLEETRPT"
004340         ORGANIZATION LINE SEQUENTIAL
004350         FILE STATUS IS SCS-FLEETRPT-STATUS.
004360     SELECT BATCH-CHECKPOINT-FILE ASSIGN TO "BATCHCKPT"
004370         ORGANIZATION LINE SEQUENTIAL
004380         FILE STATUS IS SCS-CHECKPOINT-STATUS.
004390     SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
004400         ORGANIZATION LINE SEQUENTIAL
004410         FILE STATUS IS SCS-OPERATORS-STATUS.
004420     SELECT PROVISION-REGISTRY-FILE ASSIGN TO "PROVREG"
004430         ORGANIZATION INDEXED
004440         ACCESS MODE IS DYNAMIC
004450         RECORD KEY IS PV-REG-KEY
004460         FILE STATUS IS SCS-PROVREG-STATUS.
004470     SELECT LAST-OUTPUT-FILE ASSIGN TO "LASTOUT"
004480         ORGANIZATION LINE SEQUENTIAL
004490         FILE STATUS IS SCS-LASTOUT-STATUS.
004500     SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
004510         ORGANIZATION LINE SEQUENTIAL
004520         FILE STATUS IS SCS-INCIDENT-STATUS.
004530     SELECT MAINTENANCE-WINDOW-FILE ASSIGN TO "MAINTWIN"
004540         ORGANIZATION LINE SEQUENTIAL
004550         FILE STATUS IS SCS-MAINTWIN-STATUS.
004560     SELECT CERT-REGISTRY-FILE ASSIGN TO "CERTREG"
004570         ORGANIZATION LINE SEQUENTIAL
004580         FILE STATUS IS SCS-CERTREG-STATUS.
004590     SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE"
004600         ORGANIZATION LINE SEQUENTIAL
004610         FILE STATUS IS SCS-SCHEDULE-STATUS.
004620     SELECT SCHEDULE-STATUS-FILE ASSIGN TO "SCHEDSTAT"
004630         ORGANIZATION LINE SEQUENTIAL
004640         FILE STATUS IS SCS-SCHEDSTAT-STATUS.
004650     SELECT NOTIFY-CONFIG-FILE ASSIGN TO "NOTIFYCFG"
004660         ORGANIZATION LINE SEQUENTIAL
004670         FILE STATUS IS SCS-NOTIFYCFG-STATUS.
004680     SELECT NOTIFY-SENT-FILE ASSIGN TO "SENTLOG"
004690         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS IS SCS-SENTLOG-STATUS.
004710     SELECT METRICS-HISTORY-FILE ASSIGN TO "METRICS"
004720         ORGANIZATION LINE SEQUENTIAL
004730         FILE STATUS IS SCS-METRICS-STATUS.
004740     SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
004750         ORGANIZATION LINE SEQUENTIAL
004760         FILE STATUS IS SCS-PENDAPPR-STATUS.
004770     SELECT CONFIG-SNAPSHOT-FILE ASSIGN TO "CFGSNAP"
004780         ORGANIZATION LINE SEQUENTIAL
004790         FILE STATUS IS SCS-CFGSNAP-STATUS.
004800     SELECT RECON-WORK-FILE ASSIGN TO "RECONWORK"
004810         ORGANIZATION LINE SEQUENTIAL
004820         FILE STATUS IS SCS-RECONWORK-STATUS.
004830     SELECT NEW-SITES-FILE ASSIGN TO "NEWSITES"
004840         ORGANIZATION LINE SEQUENTIAL
004850         FILE STATUS IS SCS-NEWSITES-STATUS.
004860     SELECT PROVISION-RESULT-FILE ASSIGN TO "PROVRPT"
004870         ORGANIZATION LINE SEQUENTIAL
004880         FILE STATUS IS SCS-PROVRPT-STATUS.
004890     SELECT PASSWORD-WORK-FILE ASSIGN TO "PWDGEN"
004900         ORGANIZATION LINE SEQUENTIAL
004910         FILE STATUS IS SCS-PWDGEN-STATUS.
004920     SELECT MOVE-STATE-FILE ASSIGN TO "MOVESTATE"
004930         ORGANIZATION LINE SEQUENTIAL
004940         FILE STATUS IS SCS-MOVESTATE-STATUS.
004950     SELECT CONF-HISTORY-FILE ASSIGN TO "CONFHIST"
004960         ORGANIZATION LINE SEQUENTIAL
004970         FILE STATUS IS SCS-CONFHIST-STATUS.
004980     SELECT CREDENTIAL-REGISTRY-FILE ASSIGN TO "CREDREG"
004990         ORGANIZATION INDEXED
005000         ACCESS MODE IS DYNAMIC
005010         RECORD KEY IS DC-REG-KEY
005020         FILE STATUS IS SCS-CREDREG-STATUS.
005030     SELECT CRED-POLICY-FILE ASSIGN TO "CREDPOL"
005040         ORGANIZATION LINE SEQUENTIAL
005050         FILE STATUS IS SCS-CREDPOL-STATUS.
005060     SELECT PASSWORD-HANDOFF-FILE ASSIGN TO "PWDHAND"
005070         ORGANIZATION LINE SEQUENTIAL
005080         FILE STATUS IS SCS-PWDHAND-STATUS.
005090     SELECT SITE-CHECK-FILE ASSIGN TO "CHECKLOG"
005100         ORGANIZATION LINE SEQUENTIAL
005110         FILE STATUS IS SCS-CHECKLOG-STATUS.
005120     SELECT PATCH-INVENTORY-FILE ASSIGN TO "PATCHINV"
005130         ORGANIZATION INDEXED
005140         ACCESS MODE IS DYNAMIC
005150         RECORD KEY IS PI-INV-KEY
005160         FILE STATUS IS SCS-PATCHINV-STATUS.
005170     SELECT OWNER-FILE ASSIGN TO "OWNERS"
005180         ORGANIZATION LINE SEQUENTIAL
005190         FILE STATUS IS SCS-OWNERS-STATUS.
005200     SELECT OWNER-REGISTRY-FILE ASSIGN TO "OWNERREG"
005210         ORGANIZATION INDEXED
005220         ACCESS MODE IS DYNAMIC
005230         RECORD KEY IS OA-REG-KEY
005240         FILE STATUS IS SCS-OWNERREG-STATUS.
005250     SELECT HANDOVER-FILE ASSIGN TO "HANDOVER"
005260         ORGANIZATION LINE SEQUENTIAL
005270         FILE STATUS IS SCS-HANDOVER-STATUS.
005280     SELECT HANDOVER-ACK-FILE ASSIGN TO "HANDACK"
005290         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS IS SCS-HANDACK-STATUS.
005310
005320 DATA DIVISION.
005330 FILE SECTION.
005340* AUDIT-LOG-FILE RECORDS EVERY COMMAND THE SHELL DISPATCHES -
005350* SEE WRITE-AUDIT-RECORD.
005360 FD  AUDIT-LOG-FILE.
005370 01  AUDIT-LOG-RECORD.
005380     05  AL-TIMESTAMP                 PIC X(15).
005390     05  FILLER                       PIC X(01).
005400     05  AL-COMMAND                   PIC X(50).
005410     05  FILLER                       PIC X(01).
005420     05  AL-OUTCOME                   PIC X(15).
005430     05  FILLER                       PIC X(01).
005440     05  AL-OPERATOR                  PIC X(10).
005450     05  FILLER                       PIC X(01).
005460     05  AL-SPOOL-SEQ                 PIC 9(06).
005470 
005480* BATCH-COMMAND-FILE HOLDS ONE UNATTENDED COMMAND PER LINE -
005490* SEE DETECT-BATCH-MODE AND RUN-BATCH-COMMANDS. A JOB THAT
005500* WANTS AN UNATTENDED RUN SUPPLIES A BATCHCMD DATASET/FILE;
005510* WITHOUT ONE THE SHELL FALLS BACK TO THE INTERACTIVE PROMPT.
005520 FD  BATCH-COMMAND-FILE.
005530 01  BATCH-COMMAND-RECORD         PIC X(50).
005540 
005550* SERVER-LIST-FILE MAPS A SHORT SERVER NAME TO THE HOST THAT
005560* "SELECT SERVER" WILL PUT COMMANDS THROUGH SSH TO.
005570 FD  SERVER-LIST-FILE.
005580 01  SERVER-LIST-RECORD.
005590     05  SL-SERVER-NAME               PIC X(30).
005600     05  FILLER                       PIC X(01).
005610     05  SL-SERVER-HOST               PIC X(50).
005620
005630* BACKUP-CATALOG-FILE KEEPS ONE RECORD PER DATABASE DUMP TAKEN
005640* BY "BACKUP DATABASE" - "LIST BACKUPS" SHOWS IT AND "RESTORE
005650* DATABASE" PICKS FROM IT. INDEXED ON DATABASE AND TIMESTAMP,
005660* SO A PICK IS A KEYED READ. BC-SERVER SAYS WHICH BOX THE DUMP
005670* FILE LIVES ON - THE RETENTION JOB ONLY TOUCHES FILES OF THIS
005680* ONE. A CATALOG STILL IN THE OLD LINE-SEQUENTIAL FORM IS
005690* MIGRATED ONCE BY Registry-Convert.
005700 FD  BACKUP-CATALOG-FILE.
005710 01  BACKUP-CATALOG-RECORD.
005720     05  BC-CAT-KEY.
005730         10  BC-DATABASE              PIC X(50).
005740         10  BC-TIMESTAMP             PIC X(15).
005750     05  BC-ENGINE                    PIC X(10).
005760     05  BC-DUMP-PATH                 PIC X(110).
005770     05  BC-SIZE                      PIC 9(10).
005780     05  BC-OUTCOME                   PIC X(15).
005790     05  BC-SERVER                    PIC X(50).
005800
005810* DUMP-SIZE-FILE IS A ONE-LINE WORK FILE - BACKUP-DATABASE RUNS
005820* STAT INTO IT TO LEARN THE SIZE OF THE DUMP JUST WRITTEN.
005830 FD  DUMP-SIZE-FILE.
005840 01  DUMP-SIZE-RECORD             PIC X(20).
005850
005860* FLEET-RESULTS-FILE GETS ONE LINE PER SERVER AND COMMAND OF A
005870* "FLEET RUN", SO A GLANCE SHOWS WHICH HOST FAILED WHICH STEP.
005880 FD  FLEET-RESULTS-FILE.
005890 01  FLEET-RESULTS-RECORD.
005900     05  FR-SERVER                    PIC X(30).
005910     05  FILLER                       PIC X(01).
005920     05  FR-COMMAND                   PIC X(50).
005930     05  FILLER                       PIC X(01).
005940     05  FR-OUTCOME                   PIC X(15).
005950
005960* BATCH-CHECKPOINT-FILE GETS ONE LINE PER COMPLETED BATCHCMD
005970* COMMAND. A NON-EMPTY CHECKPOINT AT BATCH START MEANS THE
005980* PRIOR RUN DIED PART WAY - SEE FIND-BATCH-RESTART-POINT. A
005990* RUN THAT REACHES THE END OF BATCHCMD CLEARS IT.
006000 FD  BATCH-CHECKPOINT-FILE.
006010 01  BATCH-CHECKPOINT-RECORD.
006020     05  CK-LINE-NUMBER               PIC 9(05).
006030     05  FILLER                       PIC X(01).
006040     05  CK-COMMAND                   PIC X(50).
006050     05  FILLER                       PIC X(01).
006060     05  CK-OUTCOME                   PIC X(15).
006070
006080* OPERATOR-FILE IS THE SIGN-ON LIST: ONE LINE PER AUTHORIZED
006090* OPERATOR WITH THE PERMISSION PROFILE - J JUNIOR (STATUS AND
006100* HEALTH ONLY), O OPERADOR (ALL COMMANDS), S SUPERVISOR - PLUS
006110* THE PASSWORD HASH (NEVER THE PASSWORD), THE ACCOUNT STATUS
006120* (A ACTIVE, D DISABLED, B BLOCKED BY FAILED SIGN-ONS) AND THE
006130* CONSECUTIVE FAILURE COUNT. A RECORD IN THE OLD LAYOUT READS
006140* WITH SPACES PAST THE NAME AND HAS ITS PASSWORD SET AT FIRST
006150* SIGN-ON.
006160 FD  OPERATOR-FILE.
006170 01  OPERATOR-RECORD.
006180     05  OP-OPERATOR-ID               PIC X(10).
006190     05  FILLER                       PIC X(01).
006200     05  OP-PROFILE                   PIC X(01).
006210     05  FILLER                       PIC X(01).
006220     05  OP-OPERATOR-NAME             PIC X(30).
006230     05  FILLER                       PIC X(01).
006240     05  OP-PASSWORD-HASH             PIC X(10).
006250     05  FILLER                       PIC X(01).
006260     05  OP-STATUS                    PIC X(01).
006270     05  FILLER                       PIC X(01).
006280     05  OP-FAIL-COUNT                PIC 9(01).
006290
006300* PROVISION-REGISTRY-FILE REMEMBERS EVERYTHING THE SHELL HAS
006310* BUILT - ONE RECORD PER SITE, DATABASE OR USER SUCCESSFULLY
006320* PROVISIONED. "LIST SITES/DATABASES/USERS" READ IT AND
006330* "RECONCILE" COMPARES IT AGAINST THE TARGET BOX. INDEXED ON
006340* TYPE/NAME/ENGINE/SERVER, SO THE DECOMMISSION PURGE IS A
006350* KEYED DELETE. A REGISTRY STILL IN THE OLD LINE-SEQUENTIAL
006360* FORM IS MIGRATED ONCE BY Registry-Convert.
006370 FD  PROVISION-REGISTRY-FILE.
006380 01  PROVISION-REGISTRY-RECORD.
006390     05  PV-REG-KEY.
006400         10  PV-OBJECT-TYPE           PIC X(10).
006410         10  PV-OBJECT-NAME           PIC X(50).
006420         10  PV-ENGINE                PIC X(10).
006430         10  PV-SERVER                PIC X(50).
006440     05  PV-CREATED-DATE              PIC 9(08).
006450     05  PV-CREATED-BY                PIC X(10).
006460
006470* LAST-OUTPUT-FILE READS BACK THE LASTOUT CAPTURE LEFT BY
006480* EXECUTE-SHELL-COMMAND - RECONCILE PARSES COMMAND OUTPUT
006490* THROUGH IT, WHICH WORKS FOR REMOTE TARGETS TOO BECAUSE THE
006500* CAPTURE ALWAYS LANDS ON THIS BOX.
006510 FD  LAST-OUTPUT-FILE.
006520 01  LAST-OUTPUT-RECORD           PIC X(100).
006530
006540* INCIDENT-FILE GETS ONE LINE PER SERVICE FAILURE THE WATCHDOG
006550* DETECTS: WHAT WAS DOWN, WHEN, WHAT WAS DONE ABOUT IT, HOW
006560* MANY CONSECUTIVE FAILURES THE SERVICE HAS ACCUMULATED AND ON
006570* WHICH SERVER. LINES WRITTEN BEFORE THE SERVER WAS KEPT END AT
006580* THE FAILURE COUNT. Incident-Analysis-Report, Compliance-
006590* Scorecard AND Owner-Chargeback-Report READ IT BACK - THE
006600* LAYOUT MUST MATCH OVER THERE.
006610 FD  INCIDENT-FILE.
006620 01  INCIDENT-RECORD.
006630     05  IN-SERVICE                   PIC X(12).
006640     05  FILLER                       PIC X(01).
006650     05  IN-DETECTED                  PIC X(15).
006660     05  FILLER                       PIC X(01).
006670     05  IN-ACTION                    PIC X(12).
006680     05  FILLER                       PIC X(01).
006690     05  IN-OUTCOME                   PIC X(12).
006700     05  FILLER                       PIC X(01).
006710     05  IN-FAIL-COUNT                PIC 9(03).
006720     05  FILLER                       PIC X(01).
006730     05  IN-SERVER                    PIC X(50).
006740
006750* MAINTENANCE-WINDOW-FILE IS THE SCHEDULE OF WHEN DISRUPTIVE
006760* COMMANDS MAY RUN: ONE LINE PER SERVICE AND DAY WITH THE
006770* ALLOWED HHMM WINDOW. DAY 1 IS MONDAY, 7 SUNDAY. A START
006780* LATER THAN ITS END CROSSES MIDNIGHT INTO THE NEXT DAY.
006790* SERVICE NAMES ARE apache2, nginx, mysql, postgresql, web (THE
006800* SITE CHANGING COMMANDS) AND os ("APPLY UPDATES"). A SERVICE
006810* WITH NO LINES AT ALL, OR A MISSING MAINTWIN FILE, IS NOT
006820* RESTRICTED.
006830 FD  MAINTENANCE-WINDOW-FILE.
006840 01  MAINTENANCE-WINDOW-RECORD.
006850     05  MW-SERVICE                   PIC X(12).
006860     05  FILLER                       PIC X(01).
006870     05  MW-DAY                       PIC 9(01).
006880     05  FILLER                       PIC X(01).
006890     05  MW-START                     PIC 9(04).
006900     05  FILLER                       PIC X(01).
006910     05  MW-END                       PIC 9(04).
006920
006930* CERT-REGISTRY-FILE REMEMBERS EVERY CERTIFICATE CERTBOT HAS
006940* ISSUED THROUGH THE SHELL - ONE LINE PER DOMAIN AND SERVER
006950* WITH THE ISSUE AND EXPIRY DATES. "CHECK CERTIFICATES" REFRESHES
006960* THE EXPIRY FROM THE CERT FILES ON THE TARGET BOX AND
006970* "CERTIFICATE WORKLIST" PRINTS WHAT NEEDS RENEWING. AN EXPIRY
006980* OF ZERO MEANS THE SITE HAS NO READABLE CERTIFICATE.
006990 FD  CERT-REGISTRY-FILE.
007000 01  CERT-REGISTRY-RECORD.
007010     05  CR-DOMAIN                    PIC X(50).
007020     05  FILLER                       PIC X(01).
007030     05  CR-SERVER                    PIC X(50).
007040     05  FILLER                       PIC X(01).
007050     05  CR-ISSUE-DATE                PIC 9(08).
007060     05  FILLER                       PIC X(01).
007070     05  CR-EXPIRY-DATE               PIC 9(08).
007080
007090* SCHEDULE-FILE IS THE UNATTENDED JOB SCHEDULE: ONE LINE PER
007100* JOB WITH THE COMMAND FILE TO REPLAY, THE DAY OF WEEK IT RUNS
007110* (1 MONDAY .. 7 SUNDAY, 0 EVERY DAY), THE HHMM IT BECOMES DUE
007120* AND AN OPTIONAL SERVERLIST NAME TO TARGET FIRST. SEE
007130* SCHEDULER-MODE.
007140 FD  SCHEDULE-FILE.
007150 01  SCHEDULE-RECORD.
007160     05  SCH-JOB-NAME                 PIC X(20).
007170     05  FILLER                       PIC X(01).
007180     05  SCH-CMDFILE                  PIC X(40).
007190     05  FILLER                       PIC X(01).
007200     05  SCH-DAY                      PIC 9(01).
007210     05  FILLER                       PIC X(01).
007220     05  SCH-TIME                     PIC 9(04).
007230     05  FILLER                       PIC X(01).
007240     05  SCH-SERVER                   PIC X(30).
007250
007260* SCHEDULE-STATUS-FILE REMEMBERS, PER JOB, THE LAST DATE IT RAN
007270* AND HOW IT ENDED - A JOB WHOSE DATE DID NOT ADVANCE OVERNIGHT
007280* WAS MISSED, ONE MARKED ERRO DIED. ALSO HOW THE SCHEDULER
007290* KNOWS NOT TO RUN THE SAME JOB TWICE IN ONE DAY.
007300 FD  SCHEDULE-STATUS-FILE.
007310 01  SCHEDULE-STATUS-RECORD.
007320     05  SS-JOB-NAME                  PIC X(20).
007330     05  FILLER                       PIC X(01).
007340     05  SS-LAST-RUN                  PIC 9(08).
007350     05  FILLER                       PIC X(01).
007360     05  SS-OUTCOME                   PIC X(15).
007370
007380* NOTIFY-CONFIG-FILE MAPS AN EVENT CLASS TO THE RECIPIENTS THE
007390* SYSTEM MAILER SHOULD REACH: ESCALACAO (WATCHDOG GAVE UP ON A
007400* SERVICE), ERRO-LOTE (A BATCH COMMAND LOGGED ERRO), OVERRIDE
007410* (AN EMERGENCY PUSH WENT THROUGH), RETOMADA (A BATCH RUN WAS
007420* FOUND DEAD ON ITS CHECKPOINT) AND REBOOT (A PATCHED HOST STILL
007430* WAITS FOR ITS REBOOT). A CLASS WITH NO LINE, OR A MISSING
007440* FILE, SENDS NOTHING. THE WORD DONOS AMONG THE RECIPIENTS STANDS
007450* FOR THE OWNERS CONTACTS OF THE SITES ON THE SERVER THE EVENT
007460* CONCERNS - SEE EXPAND-OWNER-RECIPIENTS.
007470 FD  NOTIFY-CONFIG-FILE.
007480 01  NOTIFY-CONFIG-RECORD.
007490     05  NC-EVENT-CLASS               PIC X(12).
007500     05  FILLER                       PIC X(01).
007510     05  NC-RECIPIENTS                PIC X(80).
007520
007530* NOTIFY-SENT-FILE IS THE SENT-LOG AND THE THROTTLE: ONE LINE
007540* PER MAIL SENT. A CLASS/KEY PAIR ALREADY LOGGED TODAY IS NOT
007550* MAILED AGAIN.
007560 FD  NOTIFY-SENT-FILE.
007570 01  NOTIFY-SENT-RECORD.
007580     05  NS-DATE                      PIC 9(08).
007590     05  FILLER                       PIC X(01).
007600     05  NS-CLASS                     PIC X(12).
007610     05  FILLER                       PIC X(01).
007620     05  NS-KEY                       PIC X(50).
007630
007640* METRICS-HISTORY-FILE GETS ONE LINE PER METRIC SAMPLED BY
007650* COLLECT-METRICS-SAMPLE: DISCO (PERCENT USED PER FILESYSTEM),
007660* CARGA (LOAD AVERAGE TIMES 100), MEMORIA (PERCENT USED) AND
007670* BANCO (DATABASE SIZE IN BYTES), EACH TAGGED WITH THE SERVER
007680* THE SAMPLE WAS TAKEN ON - THE HISTORY FILE LIVES ON THIS BOX
007690* BUT THE SAMPLES FOLLOW THE SELECTED TARGET. THE
007700* METRICS-TREND-REPORT BATCH READS IT BACK - THE LAYOUT MUST
007710* MATCH OVER THERE.
007720 FD  METRICS-HISTORY-FILE.
007730 01  METRICS-HISTORY-RECORD.
007740     05  MH-STAMP                     PIC X(15).
007750     05  FILLER                       PIC X(01).
007760     05  MH-METRIC                    PIC X(08).
007770     05  FILLER                       PIC X(01).
007780     05  MH-NAME                      PIC X(50).
007790     05  FILLER                       PIC X(01).
007800     05  MH-SERVER                    PIC X(50).
007810     05  FILLER                       PIC X(01).
007820     05  MH-VALUE                     PIC 9(12).
007830
007840* PENDING-APPROVAL-FILE IS THE TWO-PERSON QUEUE FOR
007850* DECOMMISSIONS: ONE LINE PER STAGED "REMOVE SITE" WITH WHO
007860* ASKED, WHAT EXACTLY IS TO BE REMOVED AND WHY. STATUS MOVES
007870* PENDENTE -> APROVADO/REJEITADO/EXPIRADO; ONLY AN APPROVED
007880* ENTRY EVER EXECUTES. SETTLED ENTRIES STAY VISIBLE FOR A WEEK
007890* AND ARE THEN PURGED BY EXPIRE-STALE-REQUESTS, SO THE QUEUE
007900* NEVER FILLS UP WITH HISTORY.
007910 FD  PENDING-APPROVAL-FILE.
007920 01  PENDING-APPROVAL-RECORD.
007930     05  PA-SEQ                       PIC 9(05).
007940     05  FILLER                       PIC X(01).
007950     05  PA-STATUS                    PIC X(10).
007960     05  FILLER                       PIC X(01).
007970     05  PA-REQUESTED                 PIC X(15).
007980     05  FILLER                       PIC X(01).
007990     05  PA-REQUESTER                 PIC X(10).
008000     05  FILLER                       PIC X(01).
008010     05  PA-APPROVER                  PIC X(10).
008020     05  FILLER                       PIC X(01).
008030     05  PA-DOMAIN                    PIC X(50).
008040     05  FILLER                       PIC X(01).
008050     05  PA-SERVER                    PIC X(50).
008060     05  FILLER                       PIC X(01).
008070     05  PA-WEB-ENGINE                PIC X(01).
008080     05  FILLER                       PIC X(01).
008090     05  PA-DROP-DB                   PIC X(01).
008100     05  FILLER                       PIC X(01).
008110     05  PA-DB-ENGINE                 PIC X(01).
008120     05  FILLER                       PIC X(01).
008130     05  PA-DATABASE                  PIC X(50).
008140     05  FILLER                       PIC X(01).
008150     05  PA-DROP-USER                 PIC X(01).
008160     05  FILLER                       PIC X(01).
008170     05  PA-USER-ENGINE               PIC X(01).
008180     05  FILLER                       PIC X(01).
008190     05  PA-USER-NAME                 PIC X(50).
008200     05  FILLER                       PIC X(01).
008210     05  PA-REASON                    PIC X(60).
008220
008230* CONFIG-SNAPSHOT-FILE HOLDS THE KNOWN-GOOD CHECKSUM OF EACH
008240* REGISTERED SITE'S CONF FILE, PER SERVER. "VERIFY CONFIGS"
008250* COMPARES THE LIVE FILES AGAINST IT AND REPORTS DRIFT.
008260 FD  CONFIG-SNAPSHOT-FILE.
008270 01  CONFIG-SNAPSHOT-RECORD.
008280     05  CS-DOMAIN                    PIC X(50).
008290     05  FILLER                       PIC X(01).
008300     05  CS-ENGINE                    PIC X(10).
008310     05  FILLER                       PIC X(01).
008320     05  CS-SERVER                    PIC X(50).
008330     05  FILLER                       PIC X(01).
008340     05  CS-CHECKSUM                  PIC X(20).
008350     05  FILLER                       PIC X(01).
008360     05  CS-TAKEN                     PIC X(15).
008370
008380* RECON-WORK-FILE IS A PER-RUN WORK FILE OF RECONCILE: ONE
008390* LINE PER OBJECT THE LISTING COMMANDS ACTUALLY FOUND ON THE
008400* TARGET BOX. THE AUSENTE PASS SCANS IT PER REGISTRY ENTRY.
008410 FD  RECON-WORK-FILE.
008420 01  RECON-WORK-RECORD.
008430     05  RW-TYPE                      PIC X(10).
008440     05  FILLER                       PIC X(01).
008450     05  RW-ENGINE                    PIC X(10).
008460     05  FILLER                       PIC X(01).
008470     05  RW-NAME                      PIC X(50).
008480
008490* NEW-SITES-FILE IS THE "PROVISION BATCH" REQUEST FILE: ONE LINE
008500* PER SITE TO BUILD - DOMAIN, DOCUMENT ROOT, WEB SERVER (1
008510* APACHE, 2 NGINX), DATABASE ENGINE (1 MYSQL, 2 POSTGRESQL),
008520* DATABASE, USER, PRIVILEGE LEVEL (1 READ, 2 READ-WRITE, 3
008530* ADMIN), WHETHER TO ISSUE A CERTIFICATE (Y/S/N) AND THE OWNER
008540* CODE FROM OWNERS THE SITE, DATABASE AND USER ARE BUILT FOR.
008550 FD  NEW-SITES-FILE.
008560 01  NEW-SITES-RECORD.
008570     05  NW-DOMAIN                    PIC X(50).
008580     05  FILLER                       PIC X(01).
008590     05  NW-DOC-ROOT                  PIC X(80).
008600     05  FILLER                       PIC X(01).
008610     05  NW-WEB-ENGINE                PIC X(01).
008620     05  FILLER                       PIC X(01).
008630     05  NW-DB-ENGINE                 PIC X(01).
008640     05  FILLER                       PIC X(01).
008650     05  NW-DATABASE                  PIC X(50).
008660     05  FILLER                       PIC X(01).
008670     05  NW-USER-NAME                 PIC X(50).
008680     05  FILLER                       PIC X(01).
008690     05  NW-PRIVILEGE                 PIC X(01).
008700     05  FILLER                       PIC X(01).
008710     05  NW-CERTIFICATE               PIC X(01).
008720     05  FILLER                       PIC X(01).
008730     05  NW-OWNER                     PIC X(10).
008740
008750* PROVISION-RESULT-FILE IS THE PER-RUN REPORT OF "PROVISION
008760* BATCH": ONE LINE PER NEWSITES LINE - OK, REJEITADO (NOTHING
008770* BUILT), DESFEITO (FAILED HALFWAY AND ROLLED BACK) OR INCOMPLETO
008780* (ROLLED BACK BUT A DATABASE OR ACCOUNT COULD NOT BE DROPPED -
008790* THE DETAIL NAMES WHAT IS LEFT FOR THE OPERATOR).
008800 FD  PROVISION-RESULT-FILE.
008810 01  PROVISION-RESULT-RECORD.
008820     05  PR-LINE-NUMBER               PIC 9(05).
008830     05  FILLER                       PIC X(01).
008840     05  PR-DOMAIN                    PIC X(50).
008850     05  FILLER                       PIC X(01).
008860     05  PR-RESULT                    PIC X(10).
008870     05  FILLER                       PIC X(01).
008880     05  PR-DETAIL                    PIC X(60).
008890
008900* PASSWORD-WORK-FILE IS A ONE-LINE WORK FILE - GENERATE-DB-
008910* PASSWORD DRAWS A RANDOM PASSWORD INTO IT AND REMOVES IT AS
008920* SOON AS IT IS READ.
008930 FD  PASSWORD-WORK-FILE.
008940 01  PASSWORD-WORK-RECORD         PIC X(40).
008950
008960* MOVE-STATE-FILE HOLDS THE ONE "MOVE SITE" IN FLIGHT: THE DOMAIN,
008970* THE SERVERLIST NAMES IT GOES FROM AND TO, WHAT GOES WITH IT AND
008980* THE LAST STEP THAT FINISHED. A MOVE THAT STOPPED PART WAY IS
008990* PICKED UP AT THE NEXT STEP BY RUNNING "MOVE SITE" AGAIN FOR THE
009000* SAME DOMAIN; A FINISHED MOVE LEAVES THE FILE EMPTY.
009010 FD  MOVE-STATE-FILE.
009020 01  MOVE-STATE-RECORD.
009030     05  MV-DOMAIN                    PIC X(50).
009040     05  FILLER                       PIC X(01).
009050     05  MV-SOURCE                    PIC X(30).
009060     05  FILLER                       PIC X(01).
009070     05  MV-TARGET                    PIC X(30).
009080     05  FILLER                       PIC X(01).
009090     05  MV-WEB-ENGINE                PIC X(01).
009100     05  FILLER                       PIC X(01).
009110     05  MV-CERTIFICATE               PIC X(01).
009120     05  FILLER                       PIC X(01).
009130     05  MV-DOC-ROOT                  PIC X(80).
009140     05  FILLER                       PIC X(01).
009150     05  MV-DB-ENGINE                 PIC X(01).
009160     05  FILLER                       PIC X(01).
009170     05  MV-DATABASE                  PIC X(50).
009180     05  FILLER                       PIC X(01).
009190     05  MV-USER-NAME                 PIC X(50).
009200     05  FILLER                       PIC X(01).
009210     05  MV-DUMP-STAMP                PIC X(15).
009220     05  FILLER                       PIC X(01).
009230     05  MV-DUMP-PATH                 PIC X(110).
009240     05  FILLER                       PIC X(01).
009250     05  MV-LAST-STEP                 PIC 9(01).
009260     05  FILLER                       PIC X(01).
009270     05  MV-OPERATOR                  PIC X(10).
009280     05  FILLER                       PIC X(01).
009290     05  MV-STARTED                   PIC X(15).
009300
009310* CONF-HISTORY-FILE LOGS EVERY COPY BACKUP-VHOST-CONF-IF-EXISTS
009320* TAKES OF A SITE CONF: THE SERVER, THE CONF, ITS VERSION NUMBER
009330* (COUNTING UP PER SERVER AND CONF), WHERE THE COPY WAS PUT, WHEN,
009340* BY WHOM AND UNDER WHICH COMMAND. "LIST CONFIG VERSIONS" SHOWS
009350* IT; "RESTORE CONFIG VERSION" PICKS FROM IT.
009360 FD  CONF-HISTORY-FILE.
009370 01  CONF-HISTORY-RECORD.
009380     05  CH-SERVER                    PIC X(50).
009390     05  FILLER                       PIC X(01).
009400     05  CH-CONF-PATH                 PIC X(90).
009410     05  FILLER                       PIC X(01).
009420     05  CH-VERSION                   PIC 9(03).
009430     05  FILLER                       PIC X(01).
009440     05  CH-ARCHIVE-PATH              PIC X(110).
009450     05  FILLER                       PIC X(01).
009460     05  CH-TAKEN                     PIC X(15).
009470     05  FILLER                       PIC X(01).
009480     05  CH-OPERATOR                  PIC X(10).
009490     05  FILLER                       PIC X(01).
009500     05  CH-REASON                    PIC X(50).
009510
009520* CREDENTIAL-REGISTRY-FILE HOLDS ONE RECORD PER DATABASE ACCOUNT
009530* THE SHELL HAS CREATED: WHICH DATABASE IT WAS GRANTED, AT WHAT
009540* LEVEL (LEITURA, ESCRITA, ADMIN, NENHUM WITHOUT A GRANT OR
009550* DESCONHEC FOR AN ACCOUNT FIRST SEEN AT A ROTATION), WHEN IT WAS
009560* CREATED AND WHEN ITS PASSWORD WAS LAST SET. NEVER THE PASSWORD.
009570* INDEXED ON ENGINE/SERVER/USER LIKE PROVREG.
009580 FD  CREDENTIAL-REGISTRY-FILE.
009590 01  CREDENTIAL-REGISTRY-RECORD.
009600     05  DC-REG-KEY.
009610         10  DC-ENGINE                PIC X(10).
009620         10  DC-SERVER                PIC X(50).
009630         10  DC-USER                  PIC X(50).
009640     05  DC-DATABASE                  PIC X(50).
009650     05  DC-PRIVILEGE                 PIC X(10).
009660     05  DC-CREATED-DATE              PIC 9(08).
009670     05  DC-CREATED-BY                PIC X(10).
009680     05  DC-ROTATED-DATE              PIC 9(08).
009690
009700* CRED-POLICY-FILE IS A ONE-LINE CONTROL FILE: THE MOST DAYS A
009710* DATABASE PASSWORD MAY GO UNCHANGED BEFORE "ROTATION DUE" LISTS
009720* THE ACCOUNT. MISSING OR ZERO MEANS 365.
009730 FD  CRED-POLICY-FILE.
009740 01  CRED-POLICY-RECORD.
009750     05  CP-MAX-AGE-DAYS              PIC 9(03).
009760     05  FILLER                       PIC X(77).
009770
009780* PASSWORD-HANDOFF-FILE IS THE WORK NAME OF A ONE-TIME PASSWORD
009790* HANDOFF. IT IS CREATED OWNER-ONLY BEFORE ANYTHING IS WRITTEN
009800* AND THEN MOVED UNDER PWDHANDOFF/ FOR THE SITE OWNER - SEE
009810* WRITE-PASSWORD-HANDOFF.
009820 FD  PASSWORD-HANDOFF-FILE.
009830 01  PASSWORD-HANDOFF-RECORD      PIC X(80).
009840
009850* SITE-CHECK-FILE IS THE VERDICT HISTORY OF THE PER-SITE
009860* CHECKS: ONE LINE PER SITE EACH TIME "VERIFY CONFIGS" (LIMPO,
009870* DRIFT, SEM SNAPSHOT, CONF AUSENTE) OR "RECONCILE" (PRESENTE,
009880* AUSENTE) LOOKS AT IT. THE NEWEST LINE OF A SITE AND CHECK IS
009890* ITS CURRENT STATE - Compliance-Scorecard READS IT BACK, THE
009900* LAYOUT MUST MATCH OVER THERE.
009910 FD  SITE-CHECK-FILE.
009920 01  SITE-CHECK-RECORD.
009930     05  CL-STAMP                     PIC X(15).
009940     05  FILLER                       PIC X(01).
009950     05  CL-CHECK                     PIC X(10).
009960     05  FILLER                       PIC X(01).
009970     05  CL-DOMAIN                    PIC X(50).
009980     05  FILLER                       PIC X(01).
009990     05  CL-ENGINE                    PIC X(10).
010000     05  FILLER                       PIC X(01).
010010     05  CL-SERVER                    PIC X(50).
010020     05  FILLER                       PIC X(01).
010030     05  CL-VERDICT                   PIC X(12).
010040
010050* PATCH-INVENTORY-FILE IS THE LAST "CHECK UPDATES" PICTURE OF
010060* EACH SERVER: ONE HOST RECORD (BLANK PACKAGE) WITH THE REBOOT
010070* FLAG AND WHEN THE SERVER WAS CHECKED, THEN ONE RECORD PER
010080* PENDING PACKAGE - SEGURANCA WHEN ITS SUITE IS A SECURITY ONE,
010090* REGULAR OTHERWISE. FIRST-SEEN IS CARRIED OVER FROM CHECK TO
010100* CHECK, SO THE AGE OF A PENDING FIX COUNTS FROM THE FIRST CHECK
010110* THAT FOUND IT. INDEXED ON SERVER/PACKAGE.
010120 FD  PATCH-INVENTORY-FILE.
010130 01  PATCH-INVENTORY-RECORD.
010140     05  PI-INV-KEY.
010150         10  PI-SERVER                PIC X(50).
010160         10  PI-PACKAGE               PIC X(50).
010170     05  PI-KIND                      PIC X(10).
010180     05  PI-VERSION                   PIC X(40).
010190     05  PI-FIRST-SEEN                PIC 9(08).
010200     05  PI-CHECKED                   PIC X(15).
010210     05  PI-REBOOT                    PIC X(01).
010220
010230* OWNER-FILE IS THE OWNER MASTER: ONE LINE PER SCHOOL OR
010240* DEPARTMENT WE HOST FOR - OWNER CODE, DEPARTMENT NAME, CONTACT
010250* E-MAIL AND THE COST CENTER THE FINANCE OFFICE CHARGES. KEPT BY
010260* HAND LIKE OPERATORS. Owner-Chargeback-Report READS IT TOO - THE
010270* LAYOUT MUST MATCH OVER THERE.
010280 FD  OWNER-FILE.
010290 01  OWNER-RECORD.
010300     05  OW-CODE                      PIC X(10).
010310     05  FILLER                       PIC X(01).
010320     05  OW-DEPARTMENT                PIC X(40).
010330     05  FILLER                       PIC X(01).
010340     05  OW-EMAIL                     PIC X(60).
010350     05  FILLER                       PIC X(01).
010360     05  OW-COST-CENTER               PIC X(10).
010370
010380* OWNER-REGISTRY-FILE TIES A PROVREG OBJECT TO ITS OWNER: THE
010390* SAME TYPE/NAME/ENGINE/SERVER KEY, THE OWNER CODE AND WHO GAVE
010400* IT WHEN. AN OBJECT WITHOUT A RECORD HAS NO OWNER YET - "ASSIGN
010410* OWNER" GIVES IT ONE. Owner-Chargeback-Report READS IT BACK.
010420 FD  OWNER-REGISTRY-FILE.
010430 01  OWNER-REGISTRY-RECORD.
010440     05  OA-REG-KEY.
010450         10  OA-OBJECT-TYPE           PIC X(10).
010460         10  OA-OBJECT-NAME           PIC X(50).
010470         10  OA-ENGINE                PIC X(10).
010480         10  OA-SERVER                PIC X(50).
010490     05  OA-OWNER                     PIC X(10).
010500     05  OA-ASSIGNED-DATE             PIC 9(08).
010510     05  OA-ASSIGNED-BY               PIC X(10).
010520
010530* HANDOVER-FILE KEEPS THE SHIFT HANDOVERS: EACH ONE IS A RUN OF
010540* LINES UNDER ONE HANDOVER NUMBER, WRITTEN TOGETHER WHEN ITS
010550* OPERATOR SIGNS OFF. THE KIND SAYS WHAT A LINE IS - RESUMO,
010560* COMANDO, FALHA, PENDENTE, ESCALADO, CERT OR NOTA (THE
010570* OPERATOR'S OWN WORDS). SEE SHIFT-HANDOVER.
010580 FD  HANDOVER-FILE.
010590 01  HANDOVER-RECORD.
010600     05  HO-NUMBER                    PIC 9(06).
010610     05  FILLER                       PIC X(01).
010620     05  HO-STAMP                     PIC X(15).
010630     05  FILLER                       PIC X(01).
010640     05  HO-OPERATOR                  PIC X(10).
010650     05  FILLER                       PIC X(01).
010660     05  HO-KIND                      PIC X(08).
010670     05  FILLER                       PIC X(01).
010680     05  HO-TEXT                      PIC X(80).
010690
010700* HANDOVER-ACK-FILE RECORDS WHO ACKNOWLEDGED WHICH HANDOVER AND
010710* WHEN - SEE SHOW-UNREAD-HANDOVERS.
010720 FD  HANDOVER-ACK-FILE.
010730 01  HANDOVER-ACK-RECORD.
010740     05  HK-OPERATOR                  PIC X(10).
010750     05  FILLER                       PIC X(01).
010760     05  HK-NUMBER                    PIC 9(06).
010770     05  FILLER                       PIC X(01).
010780     05  HK-STAMP                     PIC X(15).
010790
010800 WORKING-STORAGE SECTION.
010810* COMMAND IS THE SCRATCH BUFFER USED TO BUILD EACH OS COMMAND
010820* LINE IMMEDIATELY BEFORE CALL "SYSTEM".
010830 01  COMMAND                      PIC X(400).
010840 01  SCS-LOCAL-COMMAND            PIC X(400).
010850 01  SCS-ESCAPED-COMMAND          PIC X(400).
010860 
010870* SCS-TYPED-COMMAND HOLDS THE COMMAND LINE AS THE OPERATOR OR
010880* BATCH FILE ENTERED IT, CAPTURED BEFORE COMMAND IS OVERWRITTEN
010890* WITH A SHELL COMMAND LINE - SEE WRITE-AUDIT-RECORD.
010900 01  SCS-TYPED-COMMAND            PIC X(50).
010910 
010920* SWITCHES
010930 01  SCS-VALID-INPUT-SW           PIC X(01).
010940     88  SCS-VALID-INPUT              VALUE "Y".
010950     88  SCS-INVALID-INPUT            VALUE "N".
010960 01  SCS-SEEN-SPACE-SW            PIC X(01).
010970     88  SCS-SPACE-SEEN               VALUE "Y".
010980     88  SCS-SPACE-NOT-SEEN           VALUE "N".
010990 01  SCS-BATCH-MODE-SW            PIC X(01).
011000     88  SCS-BATCH-MODE               VALUE "Y".
011010     88  SCS-INTERACTIVE-MODE         VALUE "N".
011020 01  SCS-BATCH-EOF-SW             PIC X(01).
011030     88  SCS-BATCH-EOF                VALUE "Y".
011040     88  SCS-BATCH-NOT-EOF            VALUE "N".
011050 01  SCS-TARGET-HOST-SW           PIC X(01).
011060     88  SCS-HOST-SELECTED            VALUE "Y".
011070     88  SCS-HOST-NOT-SELECTED        VALUE "N".
011080 01  SCS-SERVERLIST-EOF-SW        PIC X(01).
011090     88  SCS-SERVERLIST-EOF           VALUE "Y".
011100     88  SCS-SERVERLIST-NOT-EOF       VALUE "N".
011110 01  SCS-SERVER-FOUND-SW          PIC X(01).
011120     88  SCS-SERVER-FOUND             VALUE "Y".
011130     88  SCS-SERVER-NOT-FOUND         VALUE "N".
011140 
011150* STANDALONE COUNTERS USED BY VALIDATE-INPUT-FIELD
011160 77  SCS-CHAR-INDEX               PIC 9(03) COMP.
011170 77  SCS-ALLOWED-POS              PIC 9(03) COMP.
011180 77  SCS-CMD-LENGTH               PIC 9(03) COMP.
011190 77  SCS-ESC-INDEX                PIC 9(03) COMP.
011200 77  SCS-ESC-PTR                  PIC 9(03) COMP.
011210 77  SCS-GRANT-LEN                PIC 9(03) COMP.
011220 
011230* VALUES CAPTURED FROM THE "DIGITE O NOME..." PROMPTS
011240 01  SCS-PROMPT-TEXT              PIC X(60).
011250 01  SCS-PROMPT-VALUE             PIC X(50).
011260 01  SCS-DOMAIN-NAME              PIC X(50).
011270 01  SCS-VHOST-CONF-PATH          PIC X(90).
011280 01  SCS-SITE-ROOT-DIR            PIC X(80).
011290 01  SCS-BACKUP-DATE              PIC 9(08).
011300 01  SCS-BACKUP-PATH              PIC X(110).
011310 01  SCS-CERTBOT-CHOICE-SW        PIC X(01).
011320     88  SCS-CERTBOT-YES              VALUE "S" "s".
011330 01  SCS-DATABASE-NAME            PIC X(50).
011340 01  SCS-USER-NAME                PIC X(50).
011350 01  SCS-USER-PASSWORD            PIC X(50).
011360 01  SCS-TARGET-HOST              PIC X(50).
011370 01  SCS-SERVER-NAME              PIC X(30).
011380 01  SCS-GRANT-DATABASE           PIC X(50).
011390 01  SCS-PRIVILEGE-CHOICE         PIC X(01).
011400     88  SCS-PRIVILEGE-READ-ONLY      VALUE "1".
011410     88  SCS-PRIVILEGE-READ-WRITE     VALUE "2".
011420     88  SCS-PRIVILEGE-ADMIN          VALUE "3".
011430 01  SCS-GRANT-PRIVILEGES         PIC X(32).
011440 
011450* FIELDS USED TO BUILD AUDIT-LOG-FILE RECORDS
011460 01  SCS-AUDIT-DATE               PIC 9(08).
011470 01  SCS-AUDIT-TIME               PIC 9(08).
011480 01  SCS-COMMAND-OUTCOME          PIC X(15).
011490 01  SCS-AUDIT-FILE-STATUS        PIC X(02).
011500 01  SCS-BATCH-FILE-STATUS        PIC X(02).
011510 01  SCS-SERVERLIST-STATUS        PIC X(02).
011520 01  SCS-BACKUPCAT-STATUS         PIC X(02).
011530 01  SCS-DUMPSIZE-STATUS          PIC X(02).
011540
011550* FIELDS USED BY BACKUP DATABASE / RESTORE DATABASE AND THE
011560* BACKUPCAT CATALOG THEY MAINTAIN.
011570 01  SCS-ENGINE-CHOICE            PIC X(01).
011580     88  SCS-ENGINE-MYSQL             VALUE "1".
011590     88  SCS-ENGINE-POSTGRES          VALUE "2".
011600 01  SCS-ENGINE-TAG               PIC X(10).
011610 01  SCS-DUMP-STAMP               PIC X(15).
011620 01  SCS-DUMP-PATH                PIC X(110).
011630 01  SCS-DUMP-SIZE                PIC 9(10).
011640 01  SCS-DUMP-OUTCOME             PIC X(15).
011650 01  SCS-STAT-COMMAND             PIC X(150).
011660 01  SCS-CATALOG-EOF-SW           PIC X(01).
011670     88  SCS-CATALOG-EOF              VALUE "Y".
011680     88  SCS-CATALOG-NOT-EOF          VALUE "N".
011690 01  SCS-RESTORE-DATABASE         PIC X(50).
011700 01  SCS-RESTORE-ENGINE           PIC X(10).
011710 01  SCS-RESTORE-PATH             PIC X(110).
011720 01  SCS-RESTORE-CHOICE-SW        PIC X(01).
011730     88  SCS-RESTORE-YES              VALUE "S" "s".
011740 01  SCS-PICK-TEXT                PIC X(03).
011750 01  SCS-DIGIT-CHAR               PIC X(01).
011760 01  SCS-DIGIT-NUM REDEFINES SCS-DIGIT-CHAR
011770                                  PIC 9(01).
011780 01  SCS-CATALOG-DISP             PIC ZZ9.
011790 77  SCS-BACKUP-PICK              PIC 9(03) COMP.
011800 77  SCS-CATALOG-COUNT            PIC 9(03) COMP.
011810 77  SCS-SIZE-INDEX               PIC 9(03) COMP.
011820 77  SCS-CATALOG-INDEX            PIC 9(03) COMP.
011830
011840* FIELDS USED BY "FLEET RUN" - SEE FLEET-RUN AND FRIENDS. THE
011850* REQUEST SWITCH IS RAISED BY SNIFF-FLEET-DIRECTIVE WHEN THE
011860* FIRST BATCHCMD LINE ASKS FOR A FLEET PASS; THE FAIL SWITCH
011870* RECORDS A PASS THAT COULD NOT RUN.
011880 01  SCS-FLEET-REQUEST-SW         PIC X(01).
011890     88  SCS-FLEET-REQUESTED          VALUE "Y".
011900     88  SCS-FLEET-NOT-REQUESTED      VALUE "N".
011910 01  SCS-FLEET-FAIL-SW            PIC X(01).
011920     88  SCS-FLEET-FAILED             VALUE "Y".
011930     88  SCS-FLEET-NOT-FAILED         VALUE "N".
011940 01  SCS-FLEET-SERVER             PIC X(30).
011950 01  SCS-SAVED-TARGET-HOST        PIC X(50).
011960 01  SCS-SAVED-TARGET-SW          PIC X(01).
011970 01  SCS-FLEETRPT-STATUS          PIC X(02).
011980
011990* FIELDS USED BY THE BATCH CHECKPOINT/RESTART - SEE
012000* FIND-BATCH-RESTART-POINT AND WRITE-BATCH-CHECKPOINT.
012010 01  SCS-CHECKPOINT-STATUS        PIC X(02).
012020 01  SCS-CHECKPOINT-EOF-SW        PIC X(01).
012030     88  SCS-CHECKPOINT-EOF           VALUE "Y".
012040     88  SCS-CHECKPOINT-NOT-EOF       VALUE "N".
012050 01  SCS-RESUME-DISP              PIC ZZZZ9.
012060 77  SCS-BATCH-LINE               PIC 9(05) COMP.
012070 77  SCS-RESUME-LINE              PIC 9(05) COMP.
012080
012090* OPERATOR SIGN-ON AND PER-COMMAND AUTHORIZATION - SEE
012100* OPERATOR-SIGN-ON AND CHECK-COMMAND-AUTHORITY.
012110 01  SCS-OPERATOR-ID              PIC X(10).
012120 01  SCS-OPERATOR-PROFILE         PIC X(01).
012130     88  SCS-PROFILE-JUNIOR           VALUE "J".
012140     88  SCS-PROFILE-OPERADOR         VALUE "O".
012150     88  SCS-PROFILE-SUPERVISOR       VALUE "S".
012160 01  SCS-OPERATOR-OK-SW           PIC X(01).
012170     88  SCS-OPERATOR-OK              VALUE "Y".
012180     88  SCS-OPERATOR-NOT-OK          VALUE "N".
012190 01  SCS-OPERATORS-EOF-SW         PIC X(01).
012200     88  SCS-OPERATORS-EOF            VALUE "Y".
012210     88  SCS-OPERATORS-NOT-EOF        VALUE "N".
012220 01  SCS-COMMAND-ALLOWED-SW       PIC X(01).
012230     88  SCS-COMMAND-ALLOWED          VALUE "Y".
012240     88  SCS-COMMAND-DENIED           VALUE "N".
012250 01  SCS-OPERATORS-STATUS         PIC X(02).
012260 77  SCS-SIGNON-TRIES             PIC 9(01) COMP.
012270
012280* JOB-LOG SPOOL - EVERY SHELL CALL'S OUTPUT LANDS IN LASTOUT
012290* AND IS APPENDED UNDER A NUMBERED MARKER TO THE PER-RUN
012300* JOBLOG FILE. THE MARKER NUMBER GOES INTO THE AUDIT RECORD.
012310 01  SCS-SPOOL-NAME               PIC X(22).
012320 01  SCS-SPOOL-COMMAND            PIC X(100).
012330 01  SCS-SHOW-COMMAND             PIC X(20).
012340 01  SCS-SEQ-DISP                 PIC 9(06).
012350 77  SCS-SPOOL-SEQ                PIC 9(06) COMP.
012360 77  SCS-SEQ-BEFORE               PIC 9(06) COMP.
012370 77  SCS-SAVED-RC                 PIC S9(09) COMP.
012380
012390* PROVISIONING REGISTRY AND RECONCILE WORK FIELDS - SEE
012400* WRITE-PROVISION-RECORD, LIST-REGISTRY AND RECONCILE-REGISTRY.
012410 01  SCS-PROV-TYPE                PIC X(10).
012420 01  SCS-PROV-NAME                PIC X(50).
012430 01  SCS-PROV-ENGINE              PIC X(10).
012440 01  SCS-LIST-TYPE                PIC X(10).
012450 01  SCS-PROVREG-STATUS           PIC X(02).
012460 01  SCS-LASTOUT-STATUS           PIC X(02).
012470 01  SCS-PROVREG-EOF-SW           PIC X(01).
012480     88  SCS-PROVREG-EOF              VALUE "Y".
012490     88  SCS-PROVREG-NOT-EOF          VALUE "N".
012500 01  SCS-LASTOUT-EOF-SW           PIC X(01).
012510     88  SCS-LASTOUT-EOF              VALUE "Y".
012520     88  SCS-LASTOUT-NOT-EOF          VALUE "N".
012530 01  SCS-RECON-TYPE               PIC X(10).
012540 01  SCS-RECON-ENGINE             PIC X(10).
012550 01  SCS-RECON-NAME               PIC X(50).
012560 01  SCS-RECON-MATCH-SW           PIC X(01).
012570     88  SCS-RECON-MATCHED            VALUE "Y".
012580     88  SCS-RECON-NOT-MATCHED        VALUE "N".
012590 01  SCS-RECON-SYSTEM-SW          PIC X(01).
012600     88  SCS-RECON-SYSTEM-NAME        VALUE "Y".
012610     88  SCS-RECON-REAL-NAME          VALUE "N".
012620 77  SCS-RECON-LINE-LEN           PIC 9(03) COMP.
012630
012640* RECONCILE WORK STATE: WHICH LISTING SOURCES FAILED (THEIR
012650* REGISTRY ENTRIES SIT OUT THE AUSENTE CHECK), AND THE
012660* RECONWORK SCAN SWITCHES. SOURCE 1 IS APACHE SITES, 2 NGINX
012670* SITES, 3 MYSQL DATABASES, 4 POSTGRESQL DATABASES.
012680 01  SCS-RECON-TARGET             PIC X(50).
012690 01  SCS-RECONWORK-STATUS         PIC X(02).
012700 01  SCS-RECONWORK-EOF-SW         PIC X(01).
012710     88  SCS-RECONWORK-EOF            VALUE "Y".
012720     88  SCS-RECONWORK-NOT-EOF        VALUE "N".
012730 01  SCS-RECON-SEEN-SW            PIC X(01).
012740     88  SCS-RECON-SEEN               VALUE "Y".
012750     88  SCS-RECON-NOT-SEEN           VALUE "N".
012760 01  SCS-RECON-REG-OPEN-SW        PIC X(01).
012770     88  SCS-RECON-REG-OPEN           VALUE "Y".
012780     88  SCS-RECON-REG-NOT-OPEN       VALUE "N".
012790 01  SCS-RECON-FAIL-FLAGS.
012800     05  SCS-RECON-SRC-FAIL OCCURS 4 TIMES
012810                                  PIC X(01).
012820 77  SCS-RECON-SRC-NO             PIC 9(01) COMP.
012830 77  SCS-LIST-COUNT               PIC 9(03) COMP.
012840
012850* WATCHDOG WORK FIELDS AND PER-SERVICE FAILURE COUNTERS - SEE
012860* WATCHDOG-MODE. A SERVICE WITH ITS STOPPED SWITCH ON HAS BEEN
012870* ESCALATED TO A HUMAN AND IS NO LONGER RESTARTED.
012880 01  SCS-INCIDENT-STATUS          PIC X(02).
012890 01  SCS-NUMBER-TEXT              PIC X(05).
012900 01  SCS-NUMBER-DISP              PIC 9(05).
012910 01  SCS-SLEEP-COMMAND            PIC X(20).
012920 01  SCS-WATCH-DETECTED           PIC X(15).
012930 01  SCS-INCIDENT-ACTION          PIC X(12).
012940 01  SCS-INCIDENT-OUTCOME         PIC X(12).
012950 01  SCS-WATCH-TABLE.
012960     05  SCS-WATCH-ENTRY OCCURS 4 TIMES.
012970         10  SCS-WATCH-SERVICE        PIC X(12).
012980         10  SCS-WATCH-FAILS          PIC 9(03) COMP.
012990         10  SCS-WATCH-STOPPED-SW     PIC X(01).
013000 77  SCS-NUMBER-VALUE             PIC 9(05) COMP.
013010 77  SCS-WATCH-CYCLES             PIC 9(05) COMP.
013020 77  SCS-WATCH-INTERVAL           PIC 9(05) COMP.
013030 77  SCS-WATCH-CYCLE-NO           PIC 9(05) COMP.
013040 77  SCS-WATCH-INDEX              PIC 9(03) COMP.
013050 77  SCS-NUMBER-INDEX             PIC 9(03) COMP.
013060
013070* "REMOVE SITE" DECOMMISSION WORK FIELDS - SEE REMOVE-SITE.
013080 01  SCS-WEB-ENGINE-CHOICE        PIC X(01).
013090     88  SCS-WEB-APACHE               VALUE "1".
013100     88  SCS-WEB-NGINX                VALUE "2".
013110 01  SCS-REMOVE-DB-CHOICE-SW      PIC X(01).
013120     88  SCS-REMOVE-DB-YES            VALUE "S" "s".
013130 01  SCS-SITE-DISABLED-SW         PIC X(01).
013140     88  SCS-SITE-DISABLED            VALUE "Y".
013150     88  SCS-SITE-NOT-DISABLED        VALUE "N".
013160 01  SCS-REMOVE-USER-CHOICE-SW    PIC X(01).
013170     88  SCS-REMOVE-USER-YES          VALUE "S" "s".
013180 01  SCS-SAVED-TYPED              PIC X(50).
013190 01  SCS-PURGE-TYPE               PIC X(10).
013200 01  SCS-PURGE-NAME               PIC X(50).
013210 01  SCS-PURGE-ENGINE             PIC X(10).
013220 01  SCS-PURGE-SERVER             PIC X(50).
013230
013240
013250* MAINTENANCE-WINDOW ENFORCEMENT WORK FIELDS - SEE
013260* CHECK-MAINTENANCE-WINDOW.
013270 01  SCS-MAINTWIN-STATUS          PIC X(02).
013280 01  SCS-MW-SERVICE               PIC X(12).
013290 01  SCS-MW-TODAY                 PIC 9(01).
013300 01  SCS-MW-NOW                   PIC 9(04).
013310 01  SCS-MW-EOF-SW                PIC X(01).
013320     88  SCS-MW-EOF                   VALUE "Y".
013330     88  SCS-MW-NOT-EOF               VALUE "N".
013340 01  SCS-MW-IN-WINDOW-SW          PIC X(01).
013350     88  SCS-MW-IN-WINDOW             VALUE "Y".
013360     88  SCS-MW-NOT-IN-WINDOW         VALUE "N".
013370 01  SCS-MW-FOUND-ANY-SW          PIC X(01).
013380     88  SCS-MW-FOUND-ANY             VALUE "Y".
013390     88  SCS-MW-FOUND-NONE            VALUE "N".
013400 01  SCS-MW-BLOCKED-SW            PIC X(01).
013410     88  SCS-MW-BLOCKED               VALUE "Y".
013420     88  SCS-MW-NOT-BLOCKED           VALUE "N".
013430 01  SCS-MW-OVERRIDE-SW           PIC X(01).
013440     88  SCS-MW-OVERRIDE              VALUE "Y".
013450     88  SCS-MW-NO-OVERRIDE           VALUE "N".
013460 01  SCS-MW-OVERRIDE-CHOICE-SW    PIC X(01).
013470     88  SCS-MW-OVERRIDE-YES          VALUE "S" "s".
013480 01  SCS-MW-BEST-DAY              PIC 9(01).
013490 01  SCS-MW-BEST-START            PIC 9(04).
013500 01  SCS-MW-BEST-END              PIC 9(04).
013510 77  SCS-MW-DAY-DELTA             PIC 9(02) COMP.
013520 77  SCS-MW-KEY                   PIC 9(05) COMP.
013530 77  SCS-MW-BEST-KEY              PIC 9(05) COMP.
013540 77  SCS-MW-NEXT-DAY              PIC 9(02) COMP.
013550
013560* CERTIFICATE REGISTRY WORK FIELDS - SEE RECORD-ISSUED-
013570* CERTIFICATE, CHECK-CERTIFICATES AND CERT-WORKLIST.
013580 01  SCS-CERTREG-STATUS           PIC X(02).
013590 01  SCS-CERTREG-EOF-SW           PIC X(01).
013600     88  SCS-CERTREG-EOF              VALUE "Y".
013610     88  SCS-CERTREG-NOT-EOF          VALUE "N".
013620 01  SCS-CERT-FOUND-SW            PIC X(01).
013630     88  SCS-CERT-FOUND               VALUE "Y".
013640     88  SCS-CERT-NOT-FOUND           VALUE "N".
013650 01  SCS-CERT-FULL-SW             PIC X(01).
013660     88  SCS-CERT-FULL                VALUE "Y".
013670     88  SCS-CERT-NOT-FULL            VALUE "N".
013680 01  SCS-CERT-DOMAIN              PIC X(50).
013690 01  SCS-CERT-SERVER              PIC X(50).
013700 01  SCS-CERT-ISSUE-DATE          PIC 9(08).
013710 01  SCS-CERT-EXPIRY              PIC 9(08).
013720 01  SCS-CERT-EXPIRY-X REDEFINES SCS-CERT-EXPIRY
013730                                  PIC X(08).
013740 01  SCS-CERT-TARGET              PIC X(50).
013750 01  SCS-CERT-DAYS-DISP           PIC -(4)9.
013760 77  SCS-CERT-USED                PIC 9(03) COMP.
013770 77  SCS-CERT-INDEX               PIC 9(03) COMP.
013780 77  SCS-CERT-DAYS-LEFT           PIC S9(05) COMP.
013790 77  SCS-CERT-CHECKED             PIC 9(03) COMP.
013800 77  SCS-CERT-SAVED-RC            PIC S9(09) COMP.
013810 01  SCS-CERT-COUNT-DISP          PIC ZZ9.
013820
013830* IN-CORE COPY OF THE CERTREG REGISTRY WHILE IT IS UPDATED AND
013840* REWRITTEN. A REGISTRY TOO BIG FOR THE TABLE IS LEFT UNTOUCHED
013850* RATHER THAN REWRITTEN SHORT.
013860 01  SCS-CERT-TABLE.
013870     05  SCS-CERT-ENTRY OCCURS 200 TIMES.
013880         10  SCS-CERT-TAB-DOMAIN      PIC X(50).
013890         10  SCS-CERT-TAB-SERVER      PIC X(50).
013900         10  SCS-CERT-TAB-ISSUE       PIC 9(08).
013910         10  SCS-CERT-TAB-EXPIRY      PIC 9(08).
013920
013930* THE RENEWAL WORKLIST BUILT BY CERT-WORKLIST, SORTED BY EXPIRY
013940* BEFORE IT IS PRINTED. EXPIRY ZERO (NO CERTIFICATE) SORTS
013950* FIRST.
013960 01  SCS-WORK-TABLE.
013970     05  SCS-WORK-ENTRY OCCURS 200 TIMES.
013980         10  SCS-WORK-DOMAIN          PIC X(50).
013990         10  SCS-WORK-SERVER          PIC X(50).
014000         10  SCS-WORK-EXPIRY          PIC 9(08).
014010 01  SCS-WORK-HOLD.
014020     05  SCS-WORK-HOLD-DOMAIN         PIC X(50).
014030     05  SCS-WORK-HOLD-SERVER         PIC X(50).
014040     05  SCS-WORK-HOLD-EXPIRY         PIC 9(08).
014050 77  SCS-WORK-USED                PIC 9(03) COMP.
014060 77  SCS-WORK-INDEX               PIC 9(03) COMP.
014070 77  SCS-WORK-INNER               PIC 9(03) COMP.
014080 77  SCS-WORK-HORIZON             PIC S9(05) COMP.
014090
014100* GREGORIAN DAY-SERIAL CONVERSION WORK FIELDS - SEE
014110* CONVERT-DATE-TO-SERIAL. TWO SERIALS SUBTRACT INTO A DISTANCE
014120* IN DAYS ACROSS MONTH AND YEAR ENDS.
014130 01  SCS-CD-DATE.
014140     05  SCS-CD-YEAR              PIC 9(04).
014150     05  SCS-CD-MONTH             PIC 9(02).
014160     05  SCS-CD-DAY               PIC 9(02).
014170 77  SCS-CD-A                     PIC 9(02) COMP.
014180 77  SCS-CD-Y                     PIC 9(05) COMP.
014190 77  SCS-CD-M                     PIC 9(02) COMP.
014200 77  SCS-CD-WORK                  PIC 9(04) COMP.
014210 77  SCS-CD-Q4                    PIC 9(05) COMP.
014220 77  SCS-CD-Q100                  PIC 9(04) COMP.
014230 77  SCS-CD-Q400                  PIC 9(03) COMP.
014240 77  SCS-CD-SERIAL                PIC 9(07) COMP.
014250 77  SCS-TODAY-SERIAL             PIC 9(07) COMP.
014260 77  SCS-EXPIRY-SERIAL            PIC 9(07) COMP.
014270
014280* SCHEDULER WORK FIELDS - SEE SCHEDULER-MODE AND FRIENDS. THE
014290* SAVED FIELDS PUT BACK THE TARGET HOST AND THE BATCH/CONSOLE
014300* MODE AROUND EACH JOB, BECAUSE A JOB RUNS AS IF IT WERE A
014310* BATCHCMD PASS OF ITS OWN.
014320 01  SCS-SCHEDULE-STATUS          PIC X(02).
014330 01  SCS-SCHEDSTAT-STATUS         PIC X(02).
014340 01  SCS-SCHEDULE-EOF-SW          PIC X(01).
014350     88  SCS-SCHEDULE-EOF             VALUE "Y".
014360     88  SCS-SCHEDULE-NOT-EOF         VALUE "N".
014370 01  SCS-SCHEDSTAT-EOF-SW         PIC X(01).
014380     88  SCS-SCHEDSTAT-EOF            VALUE "Y".
014390     88  SCS-SCHEDSTAT-NOT-EOF        VALUE "N".
014400 01  SCS-SCHED-DUE-SW             PIC X(01).
014410     88  SCS-SCHED-DUE                VALUE "Y".
014420     88  SCS-SCHED-NOT-DUE            VALUE "N".
014430 01  SCS-STAT-FOUND-SW            PIC X(01).
014440     88  SCS-STAT-FOUND               VALUE "Y".
014450     88  SCS-STAT-NOT-FOUND           VALUE "N".
014460 01  SCS-SCHED-ERRO-SW            PIC X(01).
014470     88  SCS-SCHED-JOB-ERRO           VALUE "Y".
014480     88  SCS-SCHED-JOB-CLEAN          VALUE "N".
014490 01  SCS-SCHED-JOB                PIC X(20).
014500 01  SCS-SCHED-FILE               PIC X(40).
014510 01  SCS-SCHED-SERVER-NAME        PIC X(30).
014520 01  SCS-SCHED-OUTCOME            PIC X(15).
014530 01  SCS-SCHED-SAVED-TYPED        PIC X(50).
014540 01  SCS-SCHED-SAVED-HOST         PIC X(50).
014550 01  SCS-SCHED-SAVED-HOST-SW      PIC X(01).
014560 01  SCS-SCHED-SAVED-BATCH-SW     PIC X(01).
014570 01  SCS-SCHED-TODAY              PIC 9(08).
014580 01  SCS-SCHED-DOW                PIC 9(01).
014590 01  SCS-SCHED-NOW                PIC 9(04).
014600 01  SCS-SCHED-COPY-COMMAND       PIC X(80).
014610 77  SCS-SCHED-CYCLES             PIC 9(05) COMP.
014620 77  SCS-SCHED-INTERVAL           PIC 9(05) COMP.
014630 77  SCS-SCHED-CYCLE-NO           PIC 9(05) COMP.
014640 77  SCS-STAT-USED                PIC 9(03) COMP.
014650 77  SCS-STAT-INDEX               PIC 9(03) COMP.
014660
014670* LAST-RUN STATE OF EVERY SCHEDULED JOB, HELD IN CORE WHILE THE
014680* SCHEDSTAT FILE IS CONSULTED AND REWRITTEN.
014690 01  SCS-STAT-TABLE.
014700     05  SCS-STAT-ENTRY OCCURS 50 TIMES.
014710         10  SCS-STAT-JOB             PIC X(20).
014720         10  SCS-STAT-LAST-RUN        PIC 9(08).
014730         10  SCS-STAT-OUTCOME         PIC X(15).
014740
014750* NOTIFICATION WORK FIELDS - SEE SEND-NOTIFICATION. CALLERS
014760* FILL CLASS, KEY AND TEXT AND PERFORM IT; EVERYTHING ELSE
014770* (CONFIG LOOKUP, THROTTLE, MAILER CALL, SENT-LOG) HAPPENS
014780* THERE.
014790 01  SCS-NOTIFYCFG-STATUS         PIC X(02).
014800 01  SCS-SENTLOG-STATUS           PIC X(02).
014810 01  SCS-NOTIFYCFG-EOF-SW         PIC X(01).
014820     88  SCS-NOTIFYCFG-EOF            VALUE "Y".
014830     88  SCS-NOTIFYCFG-NOT-EOF        VALUE "N".
014840 01  SCS-SENTLOG-EOF-SW           PIC X(01).
014850     88  SCS-SENTLOG-EOF              VALUE "Y".
014860     88  SCS-SENTLOG-NOT-EOF          VALUE "N".
014870 01  SCS-NOTIFY-MATCH-SW          PIC X(01).
014880     88  SCS-NOTIFY-MATCHED           VALUE "Y".
014890     88  SCS-NOTIFY-NOT-MATCHED       VALUE "N".
014900 01  SCS-NOTIFY-SENT-SW           PIC X(01).
014910     88  SCS-NOTIFY-SENT-TODAY        VALUE "Y".
014920     88  SCS-NOTIFY-NOT-SENT-TODAY    VALUE "N".
014930 01  SCS-NOTIFY-CLASS             PIC X(12).
014940 01  SCS-NOTIFY-KEY               PIC X(50).
014950 01  SCS-NOTIFY-TEXT              PIC X(120).
014960 01  SCS-NOTIFY-RECIPIENTS        PIC X(240).
014970 01  SCS-NOTIFY-COMMAND           PIC X(500).
014980 01  SCS-NOTIFY-DATE              PIC 9(08).
014990 77  SCS-NOTIFY-TEXT-LEN          PIC 9(03) COMP.
015000 77  SCS-NOTIFY-KEY-LEN           PIC 9(03) COMP.
015010 77  SCS-NOTIFY-RECIP-LEN         PIC 9(03) COMP.
015020 77  SCS-NOTIFY-SAVED-RC          PIC S9(09) COMP.
015030
015040* METRICS COLLECTOR WORK FIELDS - SEE COLLECT-METRICS-SAMPLE.
015050 01  SCS-METRICS-STATUS           PIC X(02).
015060 01  SCS-METRIC-STAMP             PIC X(15).
015070 01  SCS-METRIC-TYPE              PIC X(08).
015080 01  SCS-METRIC-NAME              PIC X(50).
015090 01  SCS-METRIC-TEXT              PIC X(12).
015100 01  SCS-METRIC-TARGET            PIC X(50).
015110 77  SCS-METRIC-VALUE             PIC 9(12) COMP.
015120 77  SCS-METRIC-INDEX             PIC 9(03) COMP.
015130
015140* RECEIVING FIELDS FOR THE df -P COLUMNS OF ONE LASTOUT LINE.
015150 01  SCS-DF-FIELDS.
015160     05  SCS-DF-FS                PIC X(30).
015170     05  SCS-DF-BLOCKS            PIC X(12).
015180     05  SCS-DF-USED              PIC X(12).
015190     05  SCS-DF-AVAIL             PIC X(12).
015200     05  SCS-DF-CAPACITY          PIC X(05).
015210     05  SCS-DF-MOUNT             PIC X(40).
015220
015230* OPERATOR ACCOUNT AND PASSWORD WORK FIELDS - SEE THE SIGN-ON
015240* PARAGRAPHS, COMPUTE-PASSWORD-HASH AND THE ACCOUNT COMMANDS.
015250* THE HASH IS A ROLLING PRODUCT OVER THE SALT (THE OPERATOR ID)
015260* AND THE PASSWORD, KEPT UNDER TEN DIGITS - ENOUGH TO KEEP THE
015270* PASSWORD ITSELF OUT OF THE FILE.
015280 01  SCS-OPER-FOUND-SW            PIC X(01).
015290     88  SCS-OPER-FOUND               VALUE "Y".
015300     88  SCS-OPER-NOT-FOUND           VALUE "N".
015310 01  SCS-OPER-FULL-SW             PIC X(01).
015320     88  SCS-OPER-FULL                VALUE "Y".
015330     88  SCS-OPER-NOT-FULL            VALUE "N".
015340 01  SCS-OPER-LOOKUP-ID           PIC X(10).
015350 01  SCS-PWD-INPUT                PIC X(50).
015360 01  SCS-HASH-SALT                PIC X(10).
015370 01  SCS-HASH-CHAR                PIC X(01).
015380 01  SCS-HASH-DISP                PIC 9(10).
015390 01  SCS-HASH-DISP-X REDEFINES SCS-HASH-DISP
015400                                  PIC X(10).
015410 01  SCS-NEW-PROFILE              PIC X(01).
015420     88  SCS-NEW-PROFILE-VALID        VALUE "J" "O" "S".
015430 01  SCS-NEW-OPER-NAME            PIC X(30).
015440 77  SCS-HASH-VALUE               PIC 9(10) COMP.
015450 77  SCS-HASH-WORK                PIC 9(12) COMP.
015460 77  SCS-HASH-INDEX               PIC 9(03) COMP.
015470 77  SCS-HASH-ORD                 PIC 9(03) COMP.
015480 77  SCS-OPER-USED                PIC 9(03) COMP.
015490 77  SCS-OPER-INDEX               PIC 9(03) COMP.
015500
015510* THE WHOLE OPERATORS FILE, HELD IN CORE WHILE IT IS CONSULTED
015520* AND REWRITTEN. ALWAYS REWRITTEN IN THE FULL (HASHED) LAYOUT.
015530 01  SCS-OPER-TABLE.
015540     05  SCS-OPER-ENTRY OCCURS 100 TIMES.
015550         10  SCS-OPER-ID              PIC X(10).
015560         10  SCS-OPER-PROFILE         PIC X(01).
015570         10  SCS-OPER-NAME            PIC X(30).
015580         10  SCS-OPER-HASH            PIC X(10).
015590         10  SCS-OPER-STATUS          PIC X(01).
015600         10  SCS-OPER-FAILS           PIC 9(01).
015610
015620* APPROVAL QUEUE WORK FIELDS - SEE STAGE-REMOVE-SITE,
015630* LIST-PENDING-APPROVALS, APPROVE-PENDING-REQUEST AND
015640* REJECT-PENDING-REQUEST.
015650 01  SCS-PENDAPPR-STATUS          PIC X(02).
015660 01  SCS-PEND-EOF-SW              PIC X(01).
015670     88  SCS-PEND-EOF                 VALUE "Y".
015680     88  SCS-PEND-NOT-EOF             VALUE "N".
015690 01  SCS-PEND-FOUND-SW            PIC X(01).
015700     88  SCS-PEND-FOUND               VALUE "Y".
015710     88  SCS-PEND-NOT-FOUND           VALUE "N".
015720 01  SCS-PEND-CHANGED-SW          PIC X(01).
015730     88  SCS-PEND-CHANGED             VALUE "Y".
015740     88  SCS-PEND-UNCHANGED           VALUE "N".
015750 01  SCS-PEND-FULL-SW             PIC X(01).
015760     88  SCS-PEND-FULL                VALUE "Y".
015770     88  SCS-PEND-NOT-FULL            VALUE "N".
015780 01  SCS-PEND-SEQ-DISP            PIC ZZZZ9.
015790 01  SCS-PEND-REQ-HOLD            PIC X(10).
015800 77  SCS-PEND-USED                PIC 9(03) COMP.
015810 77  SCS-PEND-INDEX               PIC 9(03) COMP.
015820 77  SCS-PEND-NEXT-SEQ            PIC 9(05) COMP.
015830 77  SCS-PEND-PICK                PIC 9(05) COMP.
015840 77  SCS-PEND-COUNT               PIC 9(03) COMP.
015850 77  SCS-PEND-AGE                 PIC 9(05) COMP.
015860 77  SCS-PEND-KEEP                PIC 9(03) COMP.
015870
015880* THE DECOMMISSION BEING STAGED OR EXECUTED - FILLED BY THE
015890* PROMPTS AT STAGING TIME AND PUT BACK FROM THE QUEUE ENTRY AT
015900* APPROVAL TIME, SO EXECUTE-REMOVE-SITE NEVER PROMPTS.
015910 01  SCS-STAGE-DOMAIN             PIC X(50).
015920 01  SCS-STAGE-SERVER             PIC X(50).
015930 01  SCS-STAGE-WEB                PIC X(01).
015940 01  SCS-STAGE-DROP-DB            PIC X(01).
015950 01  SCS-STAGE-DB-ENG             PIC X(01).
015960 01  SCS-STAGE-DB                 PIC X(50).
015970 01  SCS-STAGE-DROP-USER          PIC X(01).
015980 01  SCS-STAGE-USER-ENG           PIC X(01).
015990 01  SCS-STAGE-USER               PIC X(50).
016000 01  SCS-STAGE-REASON             PIC X(60).
016010 01  SCS-STAGE-STAMP              PIC X(15).
016020
016030* THE WHOLE PENDAPPR QUEUE, HELD IN CORE WHILE IT IS CONSULTED
016040* AND REWRITTEN.
016050 01  SCS-PEND-TABLE.
016060     05  SCS-PEND-ENTRY OCCURS 50 TIMES.
016070         10  SCS-PEND-SEQ             PIC 9(05).
016080         10  SCS-PEND-STATUS          PIC X(10).
016090         10  SCS-PEND-REQUESTED       PIC X(15).
016100         10  SCS-PEND-REQUESTER       PIC X(10).
016110         10  SCS-PEND-APPROVER        PIC X(10).
016120         10  SCS-PEND-DOMAIN          PIC X(50).
016130         10  SCS-PEND-SERVER          PIC X(50).
016140         10  SCS-PEND-WEB             PIC X(01).
016150         10  SCS-PEND-DROP-DB         PIC X(01).
016160         10  SCS-PEND-DB-ENG          PIC X(01).
016170         10  SCS-PEND-DB              PIC X(50).
016180         10  SCS-PEND-DROP-USER       PIC X(01).
016190         10  SCS-PEND-USER-ENG        PIC X(01).
016200         10  SCS-PEND-USER            PIC X(50).
016210         10  SCS-PEND-REASON          PIC X(60).
016220
016230* CONFIG SNAPSHOT AND DRIFT WORK FIELDS - SEE
016240* RECORD-CONFIG-SNAPSHOT, SNAPSHOT-CONFIGS AND VERIFY-CONFIGS.
016250 01  SCS-CFGSNAP-STATUS           PIC X(02).
016260 01  SCS-SNAP-EOF-SW              PIC X(01).
016270     88  SCS-SNAP-EOF                 VALUE "Y".
016280     88  SCS-SNAP-NOT-EOF             VALUE "N".
016290 01  SCS-SNAP-FOUND-SW            PIC X(01).
016300     88  SCS-SNAP-FOUND               VALUE "Y".
016310     88  SCS-SNAP-NOT-FOUND           VALUE "N".
016320 01  SCS-SNAP-FULL-SW             PIC X(01).
016330     88  SCS-SNAP-FULL                VALUE "Y".
016340     88  SCS-SNAP-NOT-FULL            VALUE "N".
016350 01  SCS-SNAP-DOMAIN              PIC X(50).
016360 01  SCS-SNAP-ENGINE              PIC X(10).
016370 01  SCS-SNAP-TARGET              PIC X(50).
016380 01  SCS-SNAP-SUM                 PIC X(20).
016390 01  SCS-SNAP-PATH                PIC X(90).
016400 01  SCS-SNAP-STAMP               PIC X(15).
016410 01  SCS-SNAP-COUNT-DISP          PIC ZZ9.
016420 77  SCS-SNAP-USED                PIC 9(03) COMP.
016430 77  SCS-SNAP-INDEX               PIC 9(03) COMP.
016440 77  SCS-SNAP-COUNT               PIC 9(03) COMP.
016450 77  SCS-SNAP-DRIFT               PIC 9(03) COMP.
016460 77  SCS-SNAP-SAVED-RC            PIC S9(09) COMP.
016470
016480* IN-CORE COPY OF THE CFGSNAP BASELINE WHILE IT IS CONSULTED
016490* AND REWRITTEN. A BASELINE TOO BIG FOR THE TABLE IS LEFT
016500* UNTOUCHED RATHER THAN REWRITTEN SHORT.
016510 01  SCS-SNAP-TABLE.
016520     05  SCS-SNAP-ENTRY OCCURS 200 TIMES.
016530         10  SCS-SNAP-TAB-DOMAIN      PIC X(50).
016540         10  SCS-SNAP-TAB-ENGINE      PIC X(10).
016550         10  SCS-SNAP-TAB-SERVER      PIC X(50).
016560         10  SCS-SNAP-TAB-SUM         PIC X(20).
016570         10  SCS-SNAP-TAB-TAKEN       PIC X(15).
016580
016590* "PROVISION BATCH" WORK FIELDS - SEE PROVISION-BATCH. THE WHOLE
016600* NEWSITES FILE IS VALIDATED IN CORE BEFORE ANYTHING IS BUILT;
016610* THE BUILT-PIECE SWITCHES SAY WHAT UNDO-NEW-SITE HAS TO TAKE
016620* DOWN AGAIN WHEN A SITE FAILS HALFWAY.
016630 01  SCS-NEWSITES-STATUS          PIC X(02).
016640 01  SCS-PROVRPT-STATUS           PIC X(02).
016650 01  SCS-PWDGEN-STATUS            PIC X(02).
016660 01  SCS-NEWSITES-EOF-SW          PIC X(01).
016670     88  SCS-NEWSITES-EOF             VALUE "Y".
016680     88  SCS-NEWSITES-NOT-EOF         VALUE "N".
016690 01  SCS-NEWSITES-MISSING-SW      PIC X(01).
016700     88  SCS-NEWSITES-MISSING         VALUE "Y".
016710     88  SCS-NEWSITES-PRESENT         VALUE "N".
016720 01  SCS-NEW-FULL-SW              PIC X(01).
016730     88  SCS-NEW-FULL                 VALUE "Y".
016740     88  SCS-NEW-NOT-FULL             VALUE "N".
016750 01  SCS-NEW-FAILED-SW            PIC X(01).
016760     88  SCS-NEW-FAILED               VALUE "Y".
016770     88  SCS-NEW-CLEAN                VALUE "N".
016780 01  SCS-NEW-HIT-SW               PIC X(01).
016790     88  SCS-NEW-HIT                  VALUE "Y".
016800     88  SCS-NEW-NO-HIT               VALUE "N".
016810 01  SCS-NEW-ROOT-MADE-SW         PIC X(01).
016820     88  SCS-NEW-ROOT-MADE            VALUE "Y".
016830 01  SCS-NEW-CONF-MADE-SW         PIC X(01).
016840     88  SCS-NEW-CONF-MADE            VALUE "Y".
016850 01  SCS-NEW-SITE-ON-SW           PIC X(01).
016860     88  SCS-NEW-SITE-ON              VALUE "Y".
016870 01  SCS-NEW-SITE-REG-SW          PIC X(01).
016880     88  SCS-NEW-SITE-REG             VALUE "Y".
016890 01  SCS-NEW-DB-MADE-SW           PIC X(01).
016900     88  SCS-NEW-DB-MADE              VALUE "Y".
016910 01  SCS-NEW-USER-MADE-SW         PIC X(01).
016920     88  SCS-NEW-USER-MADE            VALUE "Y".
016930 01  SCS-NEW-LEFTOVER-SW          PIC X(01).
016940     88  SCS-NEW-LEFTOVER             VALUE "Y".
016950 01  SCS-NEW-TARGET               PIC X(50).
016960 01  SCS-NEW-WEB-TAG              PIC X(10).
016970 01  SCS-NEW-STEP                 PIC X(20).
016980 01  SCS-NEW-FAIL-STEP            PIC X(20).
016990 01  SCS-NEW-REASON               PIC X(60).
017000 01  SCS-NEW-LEFT-TEXT            PIC X(60).
017010 01  SCS-ROOT-CHAR                PIC X(01).
017020 01  SCS-NEW-COUNT-DISP           PIC ZZ9.
017030 01  SCS-PWDGEN-COMMAND           PIC X(80).
017040 77  SCS-NEW-LINE                 PIC 9(05) COMP.
017050 77  SCS-NEW-USED                 PIC 9(03) COMP.
017060 77  SCS-NEW-INDEX                PIC 9(03) COMP.
017070 77  SCS-NEW-SCAN                 PIC 9(03) COMP.
017080 77  SCS-ROOT-INDEX               PIC 9(03) COMP.
017090 77  SCS-ROOT-DOTS                PIC 9(03) COMP.
017100 77  SCS-NEW-OK-COUNT             PIC 9(03) COMP.
017110 77  SCS-NEW-REJECT-COUNT         PIC 9(03) COMP.
017120 77  SCS-NEW-UNDONE-COUNT         PIC 9(03) COMP.
017130 77  SCS-NEW-LEFT-COUNT           PIC 9(03) COMP.
017140 77  SCS-NEW-LEFT-PTR             PIC 9(03) COMP.
017150 77  SCS-NEW-UNDO-RC              PIC S9(09) COMP.
017160
017170* IN-CORE COPY OF NEWSITES WITH THE VERDICT OF EACH LINE -
017180* VALIDO AFTER THE CHECKS, THEN OK, REJEITADO, DESFEITO OR
017190* INCOMPLETO. A FILE TOO BIG FOR THE TABLE IS REFUSED WHOLE, NOT
017200* BUILT SHORT.
017210 01  SCS-NEW-TABLE.
017220     05  SCS-NEW-ENTRY OCCURS 100 TIMES.
017230         10  SCS-NEW-LINE-NO          PIC 9(05).
017240         10  SCS-NEW-DOMAIN           PIC X(50).
017250         10  SCS-NEW-ROOT             PIC X(80).
017260         10  SCS-NEW-WEB              PIC X(01).
017270         10  SCS-NEW-DB-ENG           PIC X(01).
017280         10  SCS-NEW-DB               PIC X(50).
017290         10  SCS-NEW-USER             PIC X(50).
017300         10  SCS-NEW-PRIV             PIC X(01).
017310         10  SCS-NEW-CERT             PIC X(01).
017320         10  SCS-NEW-OWNER            PIC X(10).
017330         10  SCS-NEW-STATUS           PIC X(10).
017340         10  SCS-NEW-DETAIL           PIC X(60).
017350
017360* "MOVE SITE" WORK FIELDS - SEE MOVE-SITE. THE MOVE DESCRIPTION IS
017370* SAVED TO MOVESTATE AFTER EVERY STEP AND LOADED BACK FROM IT
017380* WHEN A STOPPED MOVE IS RESUMED.
017390 01  SCS-MOVESTATE-STATUS         PIC X(02).
017400 01  SCS-MOVE-PENDING-SW          PIC X(01).
017410     88  SCS-MOVE-PENDING             VALUE "Y".
017420 01  SCS-MOVE-VALID-SW            PIC X(01).
017430     88  SCS-MOVE-VALID               VALUE "Y".
017440     88  SCS-MOVE-INVALID             VALUE "N".
017450 01  SCS-MOVE-FAILED-SW           PIC X(01).
017460     88  SCS-MOVE-FAILED              VALUE "Y".
017470     88  SCS-MOVE-CLEAN               VALUE "N".
017480 01  SCS-MOVE-HIT-SW              PIC X(01).
017490     88  SCS-MOVE-HIT                 VALUE "Y".
017500 01  SCS-MOVE-CONFIRM-SW          PIC X(01).
017510     88  SCS-MOVE-CONFIRMED           VALUE "S" "s".
017520 01  SCS-MOVE-CERT                PIC X(01).
017530     88  SCS-MOVE-HAS-CERT            VALUE "S".
017540 01  SCS-MOVE-DOMAIN              PIC X(50).
017550 01  SCS-MOVE-SOURCE              PIC X(30).
017560 01  SCS-MOVE-TARGET              PIC X(30).
017570 01  SCS-MOVE-SRC-HOST            PIC X(50).
017580 01  SCS-MOVE-TGT-HOST            PIC X(50).
017590 01  SCS-MOVE-WEB                 PIC X(01).
017600 01  SCS-MOVE-WEB-TAG             PIC X(10).
017610 01  SCS-MOVE-ROOT                PIC X(80).
017620 01  SCS-MOVE-DB-ENG              PIC X(01).
017630 01  SCS-MOVE-DB-TAG              PIC X(10).
017640 01  SCS-MOVE-DATABASE            PIC X(50).
017650 01  SCS-MOVE-USER                PIC X(50).
017660 01  SCS-MOVE-DUMP-STAMP          PIC X(15).
017670 01  SCS-MOVE-DUMP-PATH           PIC X(110).
017680 01  SCS-MOVE-SSL-CONF            PIC X(90).
017690 01  SCS-MOVE-OPERATOR            PIC X(10).
017700 01  SCS-MOVE-STARTED             PIC X(15).
017710 01  SCS-MOVE-STEP                PIC X(20).
017720 01  SCS-MOVE-STEP-DISP           PIC 9(01).
017730 01  SCS-MOVE-SAVED-HOST          PIC X(50).
017740 01  SCS-MOVE-SAVED-HOST-SW       PIC X(01).
017750 01  SCS-MOVE-REG-TYPE            PIC X(10).
017760 01  SCS-MOVE-REG-NAME            PIC X(50).
017770 01  SCS-MOVE-REG-ENGINE          PIC X(10).
017780 01  SCS-MOVE-REG-SERVER          PIC X(50).
017790 77  SCS-MOVE-STEP-NO             PIC 9(01).
017800 77  SCS-MOVE-LAST-STEP           PIC 9(01).
017810 77  SCS-MOVE-KEEP                PIC 9(03) COMP.
017820
017830* PRE-FLIGHT CONFIG TEST AND CONF VERSION WORK FIELDS - SEE
017840* PREFLIGHT-WEB-RELOAD AND BACKUP-VHOST-CONF-IF-EXISTS. WHOEVER
017850* ASKS FOR A RELOAD SETS SCS-REVERT-MODE FIRST; IT FALLS BACK TO
017860* "D" (AND SCS-REVERT-SSL-SW TO "N") AFTER EVERY RELOAD.
017870 01  SCS-CONFHIST-STATUS          PIC X(02).
017880 01  SCS-CONFHIST-EOF-SW          PIC X(01).
017890     88  SCS-CONFHIST-EOF             VALUE "Y".
017900 01  SCS-RELOAD-REFUSED-SW        PIC X(01).
017910     88  SCS-RELOAD-REFUSED           VALUE "Y".
017920 01  SCS-REVERT-AUDIT-SW          PIC X(01).
017930     88  SCS-REVERT-TO-AUDIT          VALUE "Y".
017940 01  SCS-CONF-ARCHIVED-SW         PIC X(01).
017950     88  SCS-CONF-ARCHIVED            VALUE "Y".
017960 01  SCS-CONF-FOUND-SW            PIC X(01).
017970     88  SCS-CONF-FOUND               VALUE "Y".
017980 01  SCS-REVERT-MODE              PIC X(01).
017990     88  SCS-REVERT-RESTORE           VALUE "C".
018000     88  SCS-REVERT-DISABLE           VALUE "D".
018010     88  SCS-REVERT-ENABLE            VALUE "E".
018020     88  SCS-REVERT-NONE              VALUE "N".
018030 01  SCS-REVERT-SSL-SW            PIC X(01) VALUE "N".
018040     88  SCS-REVERT-SSL-TOO           VALUE "Y".
018050 01  SCS-CONF-SERVER              PIC X(50).
018060 01  SCS-CONF-TIME                PIC 9(08).
018070 01  SCS-CONF-VERSION-DISP        PIC 9(03).
018080 01  SCS-CONF-PICK-PATH           PIC X(110).
018090 01  SCS-CONF-WEB-TAG             PIC X(10).
018100 77  SCS-CONF-VERSION             PIC 9(03) COMP.
018110 77  SCS-CONF-PICK                PIC 9(03) COMP.
018120 77  SCS-CONF-LISTED              PIC 9(03) COMP.
018130
018140* DATABASE CREDENTIAL WORK FIELDS - SEE WRITE-CREDENTIAL-RECORD,
018150* WRITE-PASSWORD-HANDOFF, ROTATE-DB-PASSWORD AND
018160* ROTATION-DUE-REPORT.
018170 01  SCS-CREDREG-STATUS           PIC X(02).
018180 01  SCS-CREDPOL-STATUS           PIC X(02).
018190 01  SCS-PWDHAND-STATUS           PIC X(02).
018200 01  SCS-CREDREG-EOF-SW           PIC X(01).
018210     88  SCS-CREDREG-EOF              VALUE "Y".
018220 01  SCS-CRED-FOUND-SW            PIC X(01).
018230     88  SCS-CRED-FOUND               VALUE "Y".
018240 01  SCS-CRED-MADE-SW             PIC X(01).
018250     88  SCS-CRED-MADE                VALUE "Y".
018260 01  SCS-HANDOFF-OK-SW            PIC X(01).
018270     88  SCS-HANDOFF-OK               VALUE "Y".
018280 01  SCS-CRED-ENGINE              PIC X(10).
018290 01  SCS-CRED-USER                PIC X(50).
018300 01  SCS-CRED-SERVER              PIC X(50).
018310 01  SCS-CRED-DATABASE            PIC X(50).
018320 01  SCS-CRED-PRIVILEGE           PIC X(10).
018330 01  SCS-CRED-FLAG                PIC X(16).
018340 01  SCS-CRED-AGE-DISP            PIC ZZZZ9.
018350 01  SCS-CRED-MAX-AGE             PIC 9(03).
018360 01  SCS-HANDOFF-NAME             PIC X(130).
018370 01  SCS-HANDOFF-COMMAND          PIC X(200).
018380 77  SCS-CRED-AGE                 PIC 9(05) COMP.
018390 77  SCS-CRED-DUE-COUNT           PIC 9(05) COMP.
018400 77  SCS-CRED-PTR                 PIC 9(03) COMP.
018410 77  SCS-HANDOFF-SAVED-RC         PIC S9(09) COMP.
018420
018430* SITE CHECK VERDICT FIELDS - SEE WRITE-SITE-CHECK.
018440 01  SCS-CHECKLOG-STATUS          PIC X(02).
018450 01  SCS-CHECK-KIND               PIC X(10).
018460 01  SCS-CHECK-DOMAIN             PIC X(50).
018470 01  SCS-CHECK-ENGINE             PIC X(10).
018480 01  SCS-CHECK-SERVER             PIC X(50).
018490 01  SCS-CHECK-VERDICT            PIC X(12).
018500
018510* OS PATCH FIELDS - SEE CHECK-UPDATES, PATCH-REPORT AND
018520* APPLY-UPDATES. THE OLD TABLE HOLDS THE FIRST-SEEN DATES OF THE
018530* SERVER'S PREVIOUS INVENTORY WHILE IT IS REBUILT; A PACKAGE
018540* BEYOND ITS 500 SLOTS COUNTS AS FIRST SEEN TODAY. THE FLEET
018550* ACTIVE SWITCH IS UP FOR THE LENGTH OF A "FLEET RUN" PASS.
018560 01  SCS-PATCHINV-STATUS          PIC X(02).
018570 01  SCS-PATCHINV-EOF-SW          PIC X(01).
018580     88  SCS-PATCHINV-EOF             VALUE "Y".
018590 01  SCS-PATCH-REBOOT-SW          PIC X(01).
018600     88  SCS-PATCH-REBOOT-NEEDED      VALUE "S".
018610 01  SCS-FLEET-ACTIVE-SW          PIC X(01).
018620     88  SCS-FLEET-ACTIVE             VALUE "Y".
018630 01  SCS-PATCH-SERVER             PIC X(50).
018640 01  SCS-PATCH-PACKAGE            PIC X(50).
018650 01  SCS-PATCH-VERSION            PIC X(40).
018660 01  SCS-PATCH-SUITE              PIC X(60).
018670 01  SCS-PATCH-STAMP              PIC X(15).
018680 01  SCS-PATCH-OLDEST-SEEN        PIC 9(08).
018690 01  SCS-PATCH-OLD-TABLE.
018700     05  SCS-PATCH-OLD-ENTRY OCCURS 500 TIMES.
018710         10  SCS-PATCH-OLD-PACKAGE    PIC X(50).
018720         10  SCS-PATCH-OLD-SEEN       PIC 9(08).
018730 77  SCS-PATCH-OLD-USED           PIC 9(03) COMP.
018740 77  SCS-PATCH-OLD-INDEX          PIC 9(03) COMP.
018750 77  SCS-PATCH-SEC-COUNT          PIC 9(05) COMP.
018760 77  SCS-PATCH-REG-COUNT          PIC 9(05) COMP.
018770 77  SCS-PATCH-AGE                PIC 9(05) COMP.
018780 77  SCS-PATCH-HOST-COUNT         PIC 9(05) COMP.
018790 77  SCS-PATCH-REBOOT-COUNT       PIC 9(05) COMP.
018800 77  SCS-PATCH-TOTAL-SEC          PIC 9(07) COMP.
018810 77  SCS-PATCH-TALLY              PIC 9(03) COMP.
018820 77  SCS-PATCH-SAVED-RC           PIC S9(09) COMP.
018830 01  SCS-PATCH-SEC-DISP           PIC ZZZZ9.
018840 01  SCS-PATCH-REG-DISP           PIC ZZZZ9.
018850 01  SCS-PATCH-AGE-DISP           PIC ZZZZ9.
018860 01  SCS-PATCH-TOTAL-DISP         PIC ZZZZZZ9.
018870
018880* OWNER FIELDS - SEE PROMPT-OWNER-CODE, WRITE-OWNER-ASSIGNMENT,
018890* ASSIGN-OWNER AND EXPAND-OWNER-RECIPIENTS. THE SEEN TABLE KEEPS
018900* AN OWNER WITH MANY SITES TO ONE MENTION IN A NOTIFICATION.
018910 01  SCS-OWNERS-STATUS            PIC X(02).
018920 01  SCS-OWNERREG-STATUS          PIC X(02).
018930 01  SCS-OWNERS-EOF-SW            PIC X(01).
018940     88  SCS-OWNERS-EOF               VALUE "Y".
018950 01  SCS-OWNERS-MISSING-SW        PIC X(01).
018960     88  SCS-OWNERS-MISSING           VALUE "Y".
018970 01  SCS-OWNER-FOUND-SW           PIC X(01).
018980     88  SCS-OWNER-FOUND              VALUE "Y".
018990 01  SCS-OWNER-SEEN-SW            PIC X(01).
019000     88  SCS-OWNER-SEEN               VALUE "Y".
019010 01  SCS-OWNER-TYPE-CHOICE        PIC X(01).
019020     88  SCS-OWNER-TYPE-SITE          VALUE "1".
019030     88  SCS-OWNER-TYPE-DATABASE      VALUE "2".
019040     88  SCS-OWNER-TYPE-USER          VALUE "3".
019050 01  SCS-OWNER-CODE               PIC X(10).
019060 01  SCS-OWNER-EMAIL              PIC X(60).
019070 01  SCS-OWNER-PREVIOUS           PIC X(10).
019080 01  SCS-OWNER-SERVER             PIC X(50).
019090 01  SCS-NOTIFY-OWNER             PIC X(10).
019100 01  SCS-NOTIFY-EMAIL             PIC X(60).
019110 01  SCS-OWNER-SEEN-TABLE.
019120     05  SCS-OWNER-SEEN-CODE      PIC X(10) OCCURS 50 TIMES.
019130 77  SCS-OWNER-SEEN-USED          PIC 9(03) COMP.
019140 77  SCS-OWNER-SEEN-INDEX         PIC 9(03) COMP.
019150 77  SCS-OWNER-HITS               PIC 9(03) COMP.
019160 77  SCS-OWNER-DONOS-COUNT        PIC 9(03) COMP.
019170 77  SCS-NOTIFY-RECIP-PTR         PIC 9(03) COMP.
019180
019190* SHIFT HANDOVER FIELDS - SEE SHIFT-HANDOVER, SHOW-UNREAD-
019200* HANDOVERS AND HANDOVER-HISTORY. THE HANDOVER BEING BUILT IS
019210* HELD IN CORE SO ITS LINES LAND IN HANDOVER TOGETHER.
019220 01  SCS-HANDOVER-STATUS          PIC X(02).
019230 01  SCS-HANDACK-STATUS           PIC X(02).
019240 01  SCS-SHIFT-EOF-SW             PIC X(01).
019250     88  SCS-SHIFT-EOF                VALUE "Y".
019260 01  SCS-SHIFT-ACK-EOF-SW         PIC X(01).
019270     88  SCS-SHIFT-ACK-EOF            VALUE "Y".
019280 01  SCS-SHIFT-FULL-SW            PIC X(01).
019290     88  SCS-SHIFT-FULL               VALUE "Y".
019300 01  SCS-SHIFT-FOUND-SW           PIC X(01).
019310     88  SCS-SHIFT-FOUND              VALUE "Y".
019320 01  SCS-SHIFT-NOTES-DONE-SW      PIC X(01).
019330     88  SCS-SHIFT-NOTES-DONE         VALUE "Y".
019340 01  SCS-SHIFT-ACK-ANSWER         PIC X(01).
019350     88  SCS-SHIFT-ACK-YES            VALUE "S" "s".
019360     88  SCS-SHIFT-ACK-NO             VALUE "N" "n".
019370 01  SCS-SESSION-START            PIC X(15).
019380 01  SCS-SHIFT-STAMP              PIC X(15).
019390 01  SCS-SHIFT-KIND               PIC X(08).
019400 01  SCS-SHIFT-TEXT               PIC X(80).
019410 01  SCS-SHIFT-NOTE               PIC X(80).
019420 01  SCS-SHIFT-DATE-IN            PIC X(08).
019430 01  SCS-SHIFT-FROM               PIC X(08).
019440 01  SCS-SHIFT-TO                 PIC X(08).
019450 01  SCS-SHIFT-NUMBER-DISP        PIC ZZZZZ9.
019460 01  SCS-SHIFT-RAN-DISP           PIC ZZZZ9.
019470 01  SCS-SHIFT-FAILED-DISP        PIC ZZZZ9.
019480 77  SCS-SHIFT-NUMBER             PIC 9(06) COMP.
019490 77  SCS-SHIFT-TOP                PIC 9(06) COMP.
019500 77  SCS-SHIFT-LAST-SEEN          PIC 9(06) COMP.
019510 77  SCS-SHIFT-PREV-NUMBER        PIC 9(06) COMP.
019520 77  SCS-SHIFT-RAN                PIC 9(05) COMP.
019530 77  SCS-SHIFT-FAILED             PIC 9(05) COMP.
019540 77  SCS-SHIFT-COUNT              PIC 9(05) COMP.
019550 77  SCS-SHIFT-ACKS               PIC 9(05) COMP.
019560 77  SCS-SHIFT-USED               PIC 9(03) COMP.
019570 77  SCS-SHIFT-INDEX              PIC 9(03) COMP.
019580 77  SCS-UNREAD-USED              PIC 9(03) COMP.
019590 77  SCS-ESCAL-USED               PIC 9(03) COMP.
019600 77  SCS-ESCAL-INDEX              PIC 9(03) COMP.
019610 01  SCS-SHIFT-TABLE.
019620     05  SCS-SHIFT-ENTRY OCCURS 200 TIMES.
019630         10  SCS-SHIFT-TAB-KIND       PIC X(08).
019640         10  SCS-SHIFT-TAB-TEXT       PIC X(80).
019650
019660* THE HANDOVERS SHOWN AT SIGN-ON, TO BE ACKNOWLEDGED.
019670 01  SCS-UNREAD-TABLE.
019680     05  SCS-UNREAD-NUMBER        PIC 9(06) OCCURS 50 TIMES.
019690
019700* ONE ENTRY PER SERVICE AND SERVER THE WATCHDOG HAS ESCALATED;
019710* OPEN UNTIL A LATER INCIDENTS LINE SAYS IT WAS RECUPERADO.
019720 01  SCS-ESCAL-TABLE.
019730     05  SCS-ESCAL-ENTRY OCCURS 20 TIMES.
019740         10  SCS-ESCAL-SERVICE        PIC X(12).
019750         10  SCS-ESCAL-SERVER         PIC X(50).
019760         10  SCS-ESCAL-STAMP          PIC X(15).
019770         10  SCS-ESCAL-OPEN           PIC X(01).
019780
019790
019800* ALLOWED CHARACTERS FOR NAMES THAT FEED A CALL "SYSTEM" -
019810* LETTERS, DIGITS, DASH, UNDERSCORE AND DOT ONLY.
019820 01  SCS-ALLOWED-CHARS.
019830     05  FILLER                    PIC X(26) VALUE
019840             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
019850     05  FILLER                    PIC X(26) VALUE
019860             "abcdefghijklmnopqrstuvwxyz".
019870     05  FILLER                    PIC X(13) VALUE
019880             "0123456789-_.".
019890 
019900 PROCEDURE DIVISION.
019910*****************************************************************
019920* 0000-MAINLINE-CONTROL - MAIN COMMAND LOOP OF THE SHELL.
019930*****************************************************************
019940 0000-MAINLINE-CONTROL.
019950     DISPLAY "(C) Escola de Referencia Maciel Pinheiro 2024".
019960     DISPLAY "Sistema de Gerenciamento versao 3.7.0.1".
019970     DISPLAY "por Gabriel Moura.".
019980     DISPLAY "Bem-vindo ao shell de controle do servidor.".
019990     DISPLAY "Digite 'help' ou '?' para listar os comandos.".
020000     MOVE "N" TO SCS-TARGET-HOST-SW
020010     MOVE "N" TO SCS-FLEET-REQUEST-SW
020020     MOVE "N" TO SCS-FLEET-ACTIVE-SW
020030     MOVE SPACES TO SCS-TARGET-HOST
020040*    BATCH OR CONSOLE MUST BE KNOWN BEFORE SIGN-ON - ONLY THE
020050*    CONSOLE IS SHOWN THE SHIFT HANDOVER TO ACKNOWLEDGE.
020060     PERFORM DETECT-BATCH-MODE
020070     PERFORM OPERATOR-SIGN-ON
020080     PERFORM BUILD-SPOOL-NAME
020090     PERFORM OPEN-AUDIT-LOG
020100     IF SCS-BATCH-MODE
020110         PERFORM RUN-BATCH-COMMANDS
020120     ELSE
020130         PERFORM RUN-INTERACTIVE-COMMANDS
020140     END-IF.
020150 
020160     CLOSE AUDIT-LOG-FILE.
020170     STOP RUN.
020180 
020190*****************************************************************
020200* DETECT-BATCH-MODE - AN UNATTENDED JOB SUPPLIES ITS COMMANDS
020210* THROUGH THE BATCHCMD FILE. IF IT OPENS, THE SHELL RUNS IN
020220* BATCH MODE INSTEAD OF PROMPTING AT THE CONSOLE.
020230*****************************************************************
020240 DETECT-BATCH-MODE.
020250     OPEN INPUT BATCH-COMMAND-FILE
020260     IF SCS-BATCH-FILE-STATUS = "00"
020270         MOVE "Y" TO SCS-BATCH-MODE-SW
020280     ELSE
020290         MOVE "N" TO SCS-BATCH-MODE-SW
020300     END-IF.
020310 
020320*****************************************************************
020330* RUN-INTERACTIVE-COMMANDS - THE ORIGINAL CONSOLE LOOP, USED
020340* WHEN NO BATCHCMD FILE IS PRESENT.
020350*****************************************************************
020360 RUN-INTERACTIVE-COMMANDS.
020370     PERFORM UNTIL COMMAND = "exit"
020380         DISPLAY "Servidor ([CONTROL])> "
020390         ACCEPT COMMAND
020400         MOVE COMMAND(1:50) TO SCS-TYPED-COMMAND
020410         PERFORM 1000-EXECUTE-COMMAND
020420     END-PERFORM.
020430 
020440*****************************************************************
020450* RUN-BATCH-COMMANDS - FEEDS EACH LINE OF BATCHCMD INTO THE
020460* SAME 1000-EXECUTE-COMMAND PARAGRAPH THE CONSOLE USES, SO A
020470* JCL JOB OR COMMAND FILE CAN DRIVE UNATTENDED MAINTENANCE.
020480*****************************************************************
020490 RUN-BATCH-COMMANDS.
020500* A BATCHCMD WHOSE FIRST LINE IS "fleet run" ASKS FOR A FLEET
020510* PASS: THE REST OF THE FILE RUNS AGAINST EVERY SERVERLIST
020520* HOST INSTEAD OF THE CURRENT TARGET. INTERACTIVELY THERE IS
020530* NO BATCHCMD TO REPLAY, SO THIS IS THE UNATTENDED ROUTE IN.
020540     PERFORM SNIFF-FLEET-DIRECTIVE
020550     IF SCS-FLEET-REQUESTED
020560         MOVE "N" TO SCS-FLEET-REQUEST-SW
020570*        THE DIRECTIVE IS HELD TO THE SAME PROFILE RULE THE
020580*        DISPATCHER APPLIES TO "fleet run" AT THE CONSOLE.
020590         IF SCS-PROFILE-JUNIOR
020600             DISPLAY "Comando nao permitido para o perfil do"
020610                 " operador " SCS-OPERATOR-ID "."
020620             MOVE "NEGADO" TO SCS-COMMAND-OUTCOME
020630         ELSE
020640             PERFORM FLEET-RUN
020650         END-IF
020660*        THE TYPED COMMAND IS SET AFTER THE PASS - EVERY FLEET
020670*        COMMAND LEFT ITS OWN NAME THERE - AND THE DIRECTIVE
020680*        RAN NO SHELL CALL ITSELF, SO ITS AUDIT RECORD IS
020690*        KEYED TO NO SPOOL MARKER, AS THE DISPATCHER DOES FOR
020700*        COMMANDS WITHOUT OUTPUT. FLEET-RUN LEFT OK OR ERRO IN
020710*        THE OUTCOME DEPENDING ON WHETHER THE PASS REALLY RAN.
020720         MOVE "fleet run" TO SCS-TYPED-COMMAND
020730         MOVE SCS-SPOOL-SEQ TO SCS-SEQ-BEFORE
020740         PERFORM WRITE-AUDIT-RECORD
020750     ELSE
020760         PERFORM RUN-BATCH-FILE-ONCE
020770     END-IF.
020780
020790*****************************************************************
020800* RUN-BATCH-FILE-ONCE - THE CHECKPOINTED SINGLE-TARGET BATCH
020810* PASS, RESUMING AFTER THE LAST CHECKPOINTED LINE OF A RUN
020820* THAT DIED PART WAY.
020830*****************************************************************
020840 RUN-BATCH-FILE-ONCE.
020850     OPEN INPUT BATCH-COMMAND-FILE
020860     IF SCS-BATCH-FILE-STATUS NOT = "00"
020870         DISPLAY "Arquivo BATCHCMD nao encontrado."
020880*        A PASS THAT NEVER OPENED ITS FILE IS A FAILED PASS -
020890*        THE SCHEDULER MUST RECORD ITS JOB AS ERRO.
020900         MOVE "Y" TO SCS-SCHED-ERRO-SW
020910     ELSE
020920         PERFORM FIND-BATCH-RESTART-POINT
020930         PERFORM RUN-BATCH-COMMAND-LOOP
020940     END-IF.
020950
020960*****************************************************************
020970* RUN-BATCH-COMMAND-LOOP - FEEDS EACH BATCHCMD LINE TO THE
020980* DISPATCHER, CHECKPOINTING EVERY COMPLETED COMMAND.
020990*****************************************************************
021000 RUN-BATCH-COMMAND-LOOP.
021010     MOVE ZERO TO SCS-BATCH-LINE
021020     MOVE "N" TO SCS-BATCH-EOF-SW
021030     PERFORM UNTIL SCS-BATCH-EOF OR COMMAND = "exit"
021040         READ BATCH-COMMAND-FILE INTO COMMAND
021050             AT END
021060                 MOVE "Y" TO SCS-BATCH-EOF-SW
021070             NOT AT END
021080                 ADD 1 TO SCS-BATCH-LINE
021090                 IF SCS-BATCH-LINE > SCS-RESUME-LINE
021100                     MOVE COMMAND(1:50) TO SCS-TYPED-COMMAND
021110                     PERFORM 1000-EXECUTE-COMMAND
021120*                    A FAILED COMMAND TAINTS THE WHOLE PASS -
021130*                    THE SCHEDULER RECORDS THE JOB AS ERRO.
021140                     IF SCS-COMMAND-OUTCOME = "ERRO"
021150                             OR SCS-COMMAND-OUTCOME
021160                                 = "OVERRIDE ERRO"
021170                         MOVE "Y" TO SCS-SCHED-ERRO-SW
021180                     END-IF
021190                     PERFORM WRITE-BATCH-CHECKPOINT
021200                 END-IF
021210         END-READ
021220     END-PERFORM.
021230
021240     CLOSE BATCH-COMMAND-FILE
021250* A RUN THAT GETS THIS FAR FINISHED ITS FILE (OR HIT AN EXIT
021260* LINE), SO THE NEXT BATCH RUN STARTS FROM THE TOP.
021270     PERFORM CLEAR-BATCH-CHECKPOINT.
021280 
021290*****************************************************************
021300* 1000-EXECUTE-COMMAND - CHECKS THE OPERATOR'S AUTHORITY OVER
021310* THE COMMAND LINE, DISPATCHES IT WHEN ALLOWED AND WRITES THE
021320* MATCHING AUDIT-LOG-FILE RECORD EITHER WAY.
021330*****************************************************************
021340 1000-EXECUTE-COMMAND.
021350*    THE MARKER COUNT BEFORE DISPATCH TELLS WRITE-AUDIT-RECORD
021360*    WHETHER THIS COMMAND PRODUCED ANY SPOOLED OUTPUT AT ALL.
021370     MOVE SCS-SPOOL-SEQ TO SCS-SEQ-BEFORE
021380     MOVE "N" TO SCS-REVERT-AUDIT-SW
021390     PERFORM CHECK-COMMAND-AUTHORITY
021400     IF SCS-COMMAND-DENIED
021410         DISPLAY "Comando nao permitido para o perfil do"
021420             " operador " SCS-OPERATOR-ID "."
021430         MOVE "NEGADO" TO SCS-COMMAND-OUTCOME
021440     ELSE
021450         PERFORM CHECK-MAINTENANCE-WINDOW
021460         IF SCS-MW-BLOCKED
021470             MOVE "FORA JANELA" TO SCS-COMMAND-OUTCOME
021480         ELSE
021490             PERFORM 1100-DISPATCH-COMMAND
021500             IF SCS-MW-OVERRIDE
021510                 PERFORM MARK-OVERRIDE-OUTCOME
021520             END-IF
021530         END-IF
021540     END-IF
021550*    AN ERRO IN AN UNATTENDED RUN GOES TO THE ON-CALL AT ONCE -
021560*    NOBODY IS WATCHING THIS CONSOLE AT 04:00.
021570     IF SCS-BATCH-MODE
021580             AND (SCS-COMMAND-OUTCOME = "ERRO"
021590                 OR SCS-COMMAND-OUTCOME = "OVERRIDE ERRO")
021600         MOVE "ERRO-LOTE" TO SCS-NOTIFY-CLASS
021610         MOVE SCS-TYPED-COMMAND TO SCS-NOTIFY-KEY
021620         MOVE SPACES TO SCS-NOTIFY-TEXT
021630         STRING "Comando em lote terminou ERRO: "
021640                DELIMITED BY SIZE
021650                SCS-TYPED-COMMAND DELIMITED BY SIZE
021660                INTO SCS-NOTIFY-TEXT
021670         PERFORM SEND-NOTIFICATION
021680     END-IF
021690     PERFORM WRITE-AUDIT-RECORD.
021700
021710*****************************************************************
021720* 1100-DISPATCH-COMMAND - ROUTES ONE ALLOWED COMMAND LINE TO
021730* ITS COMMAND PARAGRAPH AND LEAVES THE OUTCOME IN
021740* SCS-COMMAND-OUTCOME.
021750*****************************************************************
021760 1100-DISPATCH-COMMAND.
021770     EVALUATE TRUE
021780         WHEN COMMAND(1:14) = "select server "
021790             PERFORM SELECT-SERVER
021800             IF SCS-SERVER-FOUND
021810                 MOVE "OK" TO SCS-COMMAND-OUTCOME
021820             ELSE
021830                 MOVE "ERRO" TO SCS-COMMAND-OUTCOME
021840             END-IF
021850         WHEN COMMAND = "help" OR COMMAND = "?"
021860             PERFORM DISPLAY-HELP
021870             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
021880         WHEN COMMAND = "start apache"
021890             PERFORM START-APACHE
021900             PERFORM SET-OUTCOME-FROM-RC
021910         WHEN COMMAND = "stop apache"
021920             PERFORM STOP-APACHE
021930             PERFORM SET-OUTCOME-FROM-RC
021940         WHEN COMMAND = "restart apache"
021950             PERFORM RESTART-APACHE
021960             PERFORM SET-OUTCOME-FROM-RC
021970         WHEN COMMAND = "status apache"
021980             PERFORM STATUS-APACHE
021990             PERFORM SET-OUTCOME-FROM-RC
022000         WHEN COMMAND = "configure virtual host"
022010             PERFORM CONFIGURE-VIRTUAL-HOST
022020             PERFORM SET-OUTCOME-FROM-RC
022030         WHEN COMMAND = "start nginx"
022040             PERFORM START-NGINX
022050             PERFORM SET-OUTCOME-FROM-RC
022060         WHEN COMMAND = "stop nginx"
022070             PERFORM STOP-NGINX
022080             PERFORM SET-OUTCOME-FROM-RC
022090         WHEN COMMAND = "restart nginx"
022100             PERFORM RESTART-NGINX
022110             PERFORM SET-OUTCOME-FROM-RC
022120         WHEN COMMAND = "status nginx"
022130             PERFORM STATUS-NGINX
022140             PERFORM SET-OUTCOME-FROM-RC
022150         WHEN COMMAND = "configure nginx site"
022160             PERFORM CONFIGURE-NGINX-SITE
022170             PERFORM SET-OUTCOME-FROM-RC
022180         WHEN COMMAND = "start mysql"
022190             PERFORM START-MYSQL
022200             PERFORM SET-OUTCOME-FROM-RC
022210         WHEN COMMAND = "stop mysql"
022220             PERFORM STOP-MYSQL
022230             PERFORM SET-OUTCOME-FROM-RC
022240         WHEN COMMAND = "restart mysql"
022250             PERFORM RESTART-MYSQL
022260             PERFORM SET-OUTCOME-FROM-RC
022270         WHEN COMMAND = "status mysql"
022280             PERFORM STATUS-MYSQL
022290             PERFORM SET-OUTCOME-FROM-RC
022300         WHEN COMMAND = "start postgres"
022310             PERFORM START-POSTGRES
022320             PERFORM SET-OUTCOME-FROM-RC
022330         WHEN COMMAND = "stop postgres"
022340             PERFORM STOP-POSTGRES
022350             PERFORM SET-OUTCOME-FROM-RC
022360         WHEN COMMAND = "restart postgres"
022370             PERFORM RESTART-POSTGRES
022380             PERFORM SET-OUTCOME-FROM-RC
022390         WHEN COMMAND = "status postgres"
022400             PERFORM STATUS-POSTGRES
022410             PERFORM SET-OUTCOME-FROM-RC
022420         WHEN COMMAND = "create postgres database"
022430             PERFORM CREATE-POSTGRES-DATABASE
022440             PERFORM SET-OUTCOME-FROM-RC
022450         WHEN COMMAND = "create postgres user"
022460             PERFORM CREATE-POSTGRES-USER
022470             PERFORM SET-OUTCOME-FROM-RC
022480         WHEN COMMAND = "create database"
022490             PERFORM CREATE-DATABASE
022500             PERFORM SET-OUTCOME-FROM-RC
022510         WHEN COMMAND = "create user"
022520             PERFORM CREATE-USER
022530             PERFORM SET-OUTCOME-FROM-RC
022540         WHEN COMMAND = "provision batch"
022550             PERFORM PROVISION-BATCH
022560         WHEN COMMAND = "move site"
022570             PERFORM MOVE-SITE
022580         WHEN COMMAND = "list config versions"
022590             PERFORM LIST-CONF-VERSIONS
022600             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
022610         WHEN COMMAND = "restore config version"
022620             PERFORM RESTORE-CONF-VERSION
022630         WHEN COMMAND = "rotate db password"
022640             PERFORM ROTATE-DB-PASSWORD
022650         WHEN COMMAND = "rotation due"
022660             PERFORM ROTATION-DUE-REPORT
022670             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
022680         WHEN COMMAND = "assign owner"
022690             PERFORM ASSIGN-OWNER
022700         WHEN COMMAND = "handover history"
022710             PERFORM HANDOVER-HISTORY
022720         WHEN COMMAND = "backup database"
022730             PERFORM BACKUP-DATABASE
022740         WHEN COMMAND = "restore database"
022750             PERFORM RESTORE-DATABASE
022760         WHEN COMMAND = "list backups"
022770             PERFORM LIST-BACKUPS
022780             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
022790         WHEN COMMAND = "check certificates"
022800             PERFORM CHECK-CERTIFICATES
022810             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
022820         WHEN COMMAND = "certificate worklist"
022830             PERFORM CERT-WORKLIST
022840             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
022850         WHEN COMMAND = "change password"
022860             PERFORM CHANGE-PASSWORD
022870         WHEN COMMAND = "add operator"
022880             PERFORM ADD-OPERATOR
022890         WHEN COMMAND = "disable operator"
022900             PERFORM DISABLE-OPERATOR
022910         WHEN COMMAND = "enable operator"
022920             PERFORM ENABLE-OPERATOR
022930         WHEN COMMAND = "list operators"
022940             PERFORM LIST-OPERATORS
022950             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
022960         WHEN COMMAND = "show last output"
022970             PERFORM SHOW-LAST-OUTPUT
022980             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
022990         WHEN COMMAND = "list sites"
023000             MOVE "SITE" TO SCS-LIST-TYPE
023010             PERFORM LIST-REGISTRY
023020             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023030         WHEN COMMAND = "list databases"
023040             MOVE "DATABASE" TO SCS-LIST-TYPE
023050             PERFORM LIST-REGISTRY
023060             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023070         WHEN COMMAND = "list users"
023080             MOVE "USER" TO SCS-LIST-TYPE
023090             PERFORM LIST-REGISTRY
023100             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023110         WHEN COMMAND = "reconcile"
023120             PERFORM RECONCILE-REGISTRY
023130             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023140         WHEN COMMAND = "watchdog"
023150             PERFORM WATCHDOG-MODE
023160             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023170         WHEN COMMAND = "scheduler"
023180*            A SCHEDULED JOB REPLAYS ITS COMMAND FILE THROUGH
023190*            BATCHCMD - RUNNING THE SCHEDULER FROM A BATCHCMD
023200*            STILL BEING READ WOULD OVERWRITE AND THEN DELETE
023210*            THE VERY FILE DRIVING THE RUN.
023220             IF SCS-BATCH-MODE
023230                 DISPLAY "scheduler nao roda em lote: inicie o"
023240                     " shell sem BATCHCMD."
023250                 MOVE "ERRO" TO SCS-COMMAND-OUTCOME
023260             ELSE
023270                 PERFORM SCHEDULER-MODE
023280                 MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023290             END-IF
023300         WHEN COMMAND = "collect metrics"
023310             PERFORM COLLECT-METRICS-SAMPLE
023320             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023330         WHEN COMMAND = "remove site"
023340             PERFORM STAGE-REMOVE-SITE
023350         WHEN COMMAND = "list pending"
023360             PERFORM LIST-PENDING-APPROVALS
023370             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023380         WHEN COMMAND = "approve request"
023390             PERFORM APPROVE-PENDING-REQUEST
023400         WHEN COMMAND = "reject request"
023410             PERFORM REJECT-PENDING-REQUEST
023420         WHEN COMMAND = "snapshot configs"
023430             PERFORM SNAPSHOT-CONFIGS
023440             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023450         WHEN COMMAND = "verify configs"
023460             PERFORM VERIFY-CONFIGS
023470             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023480         WHEN COMMAND = "fleet run"
023490*            THE CONSOLE FORM CAN NEVER WORK: INTERACTIVE MODE
023500*            MEANS NO BATCHCMD EXISTS TO REPLAY, AND IN BATCH
023510*            THE DIRECTIVE BELONGS ON THE FIRST LINE.
023520             DISPLAY "fleet run roda em lote: coloque-o na"
023530                 " primeira linha de BATCHCMD."
023540             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
023550         WHEN COMMAND = "check updates"
023560             PERFORM CHECK-UPDATES
023570             PERFORM SET-OUTCOME-FROM-RC
023580         WHEN COMMAND = "patch report"
023590             PERFORM PATCH-REPORT
023600             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
023610         WHEN COMMAND = "apply updates"
023620             PERFORM APPLY-UPDATES
023630         WHEN COMMAND = "health report"
023640             PERFORM HEALTH-REPORT
023650             PERFORM SET-OUTCOME-FROM-RC
023660         WHEN COMMAND = "exit"
023670*            A CONSOLE SESSION SIGNS OFF WITH A SHIFT HANDOVER; A
023680*            BATCH OR SCHEDULED JOB'S "exit" LINE JUST ENDS IT.
023690             IF SCS-INTERACTIVE-MODE
023700                 PERFORM SHIFT-HANDOVER
023710             END-IF
023720             DISPLAY "Bye!"
023730             MOVE "SAIU" TO SCS-COMMAND-OUTCOME
023740         WHEN OTHER
023750             DISPLAY "Comando nao reconhecido. Digite 'help'."
023760             MOVE "NAO RECONHECIDO" TO SCS-COMMAND-OUTCOME
023770     END-EVALUATE.
023780 
023790*****************************************************************
023800*****************************************************************
023810* OPEN-AUDIT-LOG - OPENS AUDIT-LOG-FILE FOR APPEND, CREATING IT
023820* THE FIRST TIME THE SHELL RUNS ON A GIVEN BOX.
023830*****************************************************************
023840 OPEN-AUDIT-LOG.
023850     OPEN EXTEND AUDIT-LOG-FILE
023860     IF SCS-AUDIT-FILE-STATUS = "35"
023870         OPEN OUTPUT AUDIT-LOG-FILE
023880         CLOSE AUDIT-LOG-FILE
023890         OPEN EXTEND AUDIT-LOG-FILE
023900     END-IF.
023910 
023920*****************************************************************
023930* SET-OUTCOME-FROM-RC - TRANSLATES THE RETURN-CODE LEFT BY THE
023940* LAST CALL "SYSTEM" INTO SCS-COMMAND-OUTCOME. A RELOAD THAT
023950* PREFLIGHT-WEB-RELOAD REFUSED AND UNDID COMES OUT REVERTIDO,
023960* ONCE.
023970*****************************************************************
023980 SET-OUTCOME-FROM-RC.
023990     IF SCS-REVERT-TO-AUDIT
024000         MOVE "REVERTIDO" TO SCS-COMMAND-OUTCOME
024010         MOVE "N" TO SCS-REVERT-AUDIT-SW
024020     ELSE
024030         IF RETURN-CODE = ZERO
024040             MOVE "OK" TO SCS-COMMAND-OUTCOME
024050         ELSE
024060             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
024070         END-IF
024080     END-IF.
024090 
024100*****************************************************************
024110* WRITE-AUDIT-RECORD - APPENDS ONE LINE TO AUDIT-LOG-FILE WITH
024120* THE CURRENT TIMESTAMP, THE COMMAND JUST DISPATCHED AND ITS
024130* OUTCOME.
024140*****************************************************************
024150 WRITE-AUDIT-RECORD.
024160     MOVE SPACES TO AUDIT-LOG-RECORD
024170     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
024180     ACCEPT SCS-AUDIT-TIME FROM TIME
024190     STRING SCS-AUDIT-DATE DELIMITED BY SIZE
024200            "-" DELIMITED BY SIZE
024210            SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
024220            INTO AL-TIMESTAMP
024230     MOVE SCS-TYPED-COMMAND TO AL-COMMAND
024240     MOVE SCS-COMMAND-OUTCOME TO AL-OUTCOME
024250     MOVE SCS-OPERATOR-ID TO AL-OPERATOR
024260* ZERO MEANS THE COMMAND RAN NO SHELL CALL AND SPOOLED NOTHING.
024270     IF SCS-SPOOL-SEQ = SCS-SEQ-BEFORE
024280         MOVE ZERO TO AL-SPOOL-SEQ
024290     ELSE
024300         MOVE SCS-SPOOL-SEQ TO AL-SPOOL-SEQ
024310     END-IF
024320     WRITE AUDIT-LOG-RECORD.
024330 
024340 DISPLAY-HELP.
024350     DISPLAY "Comandos disponiveis:".
024360     DISPLAY "  start apache      - Iniciar o Apache".
024370     DISPLAY "  stop apache       - Parar o Apache".
024380     DISPLAY "  restart apache    - Reiniciar o Apache".
024390     DISPLAY "  status apache     - Status do Apache".
024400     DISPLAY "  configure virtual host - Novo virtual host".
024410     DISPLAY "  start nginx       - Iniciar o Nginx".
024420     DISPLAY "  stop nginx        - Parar o Nginx".
024430     DISPLAY "  restart nginx     - Reiniciar o Nginx".
024440     DISPLAY "  status nginx      - Status do Nginx".
024450     DISPLAY "  configure nginx site - Novo site Nginx".
024460     DISPLAY "  start mysql       - Iniciar o MySQL".
024470     DISPLAY "  stop mysql        - Parar o MySQL".
024480     DISPLAY "  restart mysql     - Reiniciar o MySQL".
024490     DISPLAY "  status mysql      - Status do MySQL".
024500     DISPLAY "  start postgres    - Iniciar o PostgreSQL".
024510     DISPLAY "  stop postgres     - Parar o PostgreSQL".
024520     DISPLAY "  restart postgres  - Reiniciar o PostgreSQL".
024530     DISPLAY "  status postgres   - Status do PostgreSQL".
024540     DISPLAY "  create postgres database - Banco de dados novo".
024550     DISPLAY "  create postgres user - Novo usuario PostgreSQL".
024560     DISPLAY "  create database   - Novo banco de dados MySQL".
024570     DISPLAY "  create user       - Novo usuario no MySQL".
024580     DISPLAY "  backup database   - Dump datado para o catalogo".
024590     DISPLAY "  restore database  - Restaurar dump do catalogo".
024600     DISPLAY "  list backups      - Listar backups catalogados".
024610     DISPLAY "  check certificates - Atualizar registro CERTREG".
024620     DISPLAY "  certificate worklist - Renovacoes em 30 dias".
024630     DISPLAY "  change password   - Trocar a propria senha".
024640     DISPLAY "  add operator      - Novo operador (supervisor)".
024650     DISPLAY "  disable operator  - Desativar conta (supervisor)".
024660     DISPLAY "  enable operator   - Reativar conta (supervisor)".
024670     DISPLAY "  list operators    - Listar contas (supervisor)".
024680     DISPLAY "  fleet run         - 1a linha de BATCHCMD: roda"
024690         " o lote em toda a frota".
024700     DISPLAY "  show last output  - Saida do ultimo comando".
024710     DISPLAY "  list sites        - Sites no registro PROVREG".
024720     DISPLAY "  list databases    - Bancos no registro PROVREG".
024730     DISPLAY "  list users        - Usuarios no registro".
024740     DISPLAY "  reconcile         - Registro x servidor real".
024750     DISPLAY "  watchdog          - Vigiar e reiniciar servicos".
024760     DISPLAY "  scheduler         - Rodar jobs do SCHEDULE".
024770     DISPLAY "  collect metrics   - Amostra para o METRICS".
024780     DISPLAY "  remove site       - Solicitar descomissionamento".
024790     DISPLAY "  list pending      - Solicitacoes (supervisor)".
024800     DISPLAY "  approve request   - Aprovar e executar (superv.)".
024810     DISPLAY "  reject request    - Rejeitar solicitacao".
024820     DISPLAY "  snapshot configs  - Base de checksums CFGSNAP".
024830     DISPLAY "  verify configs    - Conferir confs x CFGSNAP".
024840     DISPLAY "  provision batch   - Construir sites do NEWSITES".
024850     DISPLAY "  move site         - Mudar site de servidor".
024860     DISPLAY "  list config versions - Versoes da conf".
024870     DISPLAY "  restore config version - Voltar conf (superv.)".
024880     DISPLAY "  rotate db password - Trocar senha de banco".
024890     DISPLAY "  rotation due      - Contas com senha a trocar".
024900     DISPLAY "  assign owner      - Dono de um objeto (superv.)".
024910     DISPLAY "  handover history  - Passagens de turno (superv.)".
024920     DISPLAY "  check updates     - Inventario PATCHINV do alvo".
024930     DISPLAY "  patch report      - Patches pendentes da frota".
024940     DISPLAY "  apply updates     - Instalar patches (em lote)".
024950     DISPLAY "  health report     - Relatorio geral de saude".
024960     DISPLAY "  select server <nome> - Alvo remoto via SSH".
024970     DISPLAY "  exit              - Sair do shell".
024980 
024990 START-APACHE.
025000     MOVE "sudo systemctl start apache2" TO COMMAND
025010     PERFORM EXECUTE-SHELL-COMMAND.
025020 
025030 STOP-APACHE.
025040     MOVE "sudo systemctl stop apache2" TO COMMAND
025050     PERFORM EXECUTE-SHELL-COMMAND.
025060 
025070 RESTART-APACHE.
025080     MOVE "sudo systemctl restart apache2" TO COMMAND
025090     PERFORM EXECUTE-SHELL-COMMAND.
025100 
025110 STATUS-APACHE.
025120     MOVE "sudo systemctl status apache2" TO COMMAND
025130     PERFORM EXECUTE-SHELL-COMMAND.
025140 
025150 START-NGINX.
025160     MOVE "sudo systemctl start nginx" TO COMMAND
025170     PERFORM EXECUTE-SHELL-COMMAND.
025180 
025190 STOP-NGINX.
025200     MOVE "sudo systemctl stop nginx" TO COMMAND
025210     PERFORM EXECUTE-SHELL-COMMAND.
025220 
025230 RESTART-NGINX.
025240     MOVE "sudo systemctl restart nginx" TO COMMAND
025250     PERFORM EXECUTE-SHELL-COMMAND.
025260 
025270 STATUS-NGINX.
025280     MOVE "sudo systemctl status nginx" TO COMMAND
025290     PERFORM EXECUTE-SHELL-COMMAND.
025300 
025310*****************************************************************
025320* CONFIGURE-NGINX-SITE - PROMPTS FOR A VALIDATED DOMAIN NAME
025330* AND SITE ROOT, THEN ENABLES THE MATCHING NGINX SITE.
025340*****************************************************************
025350 CONFIGURE-NGINX-SITE.
025360     MOVE "Digite o nome de dominio para o site nginx: "
025370         TO SCS-PROMPT-TEXT
025380     MOVE "N" TO SCS-VALID-INPUT-SW
025390     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
025400     MOVE SCS-PROMPT-VALUE TO SCS-DOMAIN-NAME
025410     PERFORM PROMPT-OWNER-CODE
025420     DISPLAY "Digite o caminho absoluto do diretorio raiz: "
025430     ACCEPT SCS-SITE-ROOT-DIR
025440     STRING "/etc/nginx/sites-available/" DELIMITED BY SIZE
025450            SCS-DOMAIN-NAME DELIMITED BY SPACE
025460            INTO SCS-VHOST-CONF-PATH
025470     MOVE "2" TO SCS-WEB-ENGINE-CHOICE
025480     PERFORM BACKUP-VHOST-CONF-IF-EXISTS
025490     MOVE SPACES TO COMMAND
025500     STRING "sudo ln -sf " DELIMITED BY SIZE
025510            SCS-VHOST-CONF-PATH DELIMITED BY SIZE
025520            " /etc/nginx/sites-enabled/" DELIMITED BY SIZE
025530            SCS-DOMAIN-NAME DELIMITED BY SPACE INTO COMMAND
025540     PERFORM EXECUTE-SHELL-COMMAND
025550     MOVE "D" TO SCS-REVERT-MODE
025560     PERFORM PREFLIGHT-WEB-RELOAD
025570     IF RETURN-CODE = ZERO
025580         MOVE "SITE" TO SCS-PROV-TYPE
025590         MOVE SCS-DOMAIN-NAME TO SCS-PROV-NAME
025600         MOVE "NGINX" TO SCS-PROV-ENGINE
025610         PERFORM WRITE-PROVISION-RECORD
025620         MOVE SCS-DOMAIN-NAME TO SCS-SNAP-DOMAIN
025630         MOVE "NGINX" TO SCS-SNAP-ENGINE
025640         PERFORM RECORD-CONFIG-SNAPSHOT
025650         DISPLAY "Site nginx para " SCS-DOMAIN-NAME
025660             " configurado com sucesso."
025670     END-IF.
025680 
025690*****************************************************************
025700* BACKUP-VHOST-CONF-IF-EXISTS - IF SCS-VHOST-CONF-PATH ALREADY
025710* EXISTS, COPIES IT TO ITS NEXT NUMBERED VERSION (<CONF>.VNNN)
025720* BEFORE IT IS CHANGED AND LOGS THE COPY IN CONFHIST. THE COPY'S
025730* PATH STAYS IN SCS-BACKUP-PATH FOR PREFLIGHT-WEB-RELOAD.
025740*****************************************************************
025750 BACKUP-VHOST-CONF-IF-EXISTS.
025760     MOVE "N" TO SCS-CONF-ARCHIVED-SW
025770     PERFORM FIND-NEXT-CONF-VERSION
025780     MOVE SCS-CONF-VERSION TO SCS-CONF-VERSION-DISP
025790     MOVE SPACES TO SCS-BACKUP-PATH
025800     MOVE SPACES TO COMMAND
025810     STRING SCS-VHOST-CONF-PATH DELIMITED BY SPACE
025820            ".v" DELIMITED BY SIZE
025830            SCS-CONF-VERSION-DISP DELIMITED BY SIZE
025840            INTO SCS-BACKUP-PATH
025850     STRING "sudo test -f " DELIMITED BY SIZE
025860            SCS-VHOST-CONF-PATH DELIMITED BY SPACE
025870            " && sudo cp " DELIMITED BY SIZE
025880            SCS-VHOST-CONF-PATH DELIMITED BY SPACE
025890            " " DELIMITED BY SIZE
025900            SCS-BACKUP-PATH DELIMITED BY SPACE
025910            INTO COMMAND
025920     PERFORM EXECUTE-SHELL-COMMAND
025930     IF RETURN-CODE = ZERO
025940         MOVE "Y" TO SCS-CONF-ARCHIVED-SW
025950         PERFORM WRITE-CONF-HISTORY
025960     END-IF.
025970 
025980*****************************************************************
025990* CONFIGURE-VIRTUAL-HOST - PROMPTS FOR A VALIDATED DOMAIN NAME
026000* AND SITE ROOT, THEN ENABLES THE MATCHING APACHE SITE.
026010*****************************************************************
026020 CONFIGURE-VIRTUAL-HOST.
026030     MOVE "Digite o nome de dominio para o virtual host: "
026040         TO SCS-PROMPT-TEXT
026050     MOVE "N" TO SCS-VALID-INPUT-SW
026060     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
026070     MOVE SCS-PROMPT-VALUE TO SCS-DOMAIN-NAME
026080     PERFORM PROMPT-OWNER-CODE
026090     DISPLAY "Digite o caminho absoluto do diretorio raiz: "
026100     ACCEPT SCS-SITE-ROOT-DIR
026110     STRING "/etc/apache2/sites-available/" DELIMITED BY SIZE
026120            SCS-DOMAIN-NAME DELIMITED BY SPACE
026130            ".conf" DELIMITED BY SIZE INTO SCS-VHOST-CONF-PATH
026140     MOVE "1" TO SCS-WEB-ENGINE-CHOICE
026150     PERFORM BACKUP-VHOST-CONF-IF-EXISTS
026160     MOVE SPACES TO COMMAND
026170     STRING "sudo a2ensite " DELIMITED BY SIZE
026180            SCS-VHOST-CONF-PATH DELIMITED BY SIZE INTO COMMAND
026190     PERFORM EXECUTE-SHELL-COMMAND
026200     MOVE "D" TO SCS-REVERT-MODE
026210     PERFORM PREFLIGHT-WEB-RELOAD
026220     IF RETURN-CODE = ZERO
026230         MOVE "SITE" TO SCS-PROV-TYPE
026240         MOVE SCS-DOMAIN-NAME TO SCS-PROV-NAME
026250         MOVE "APACHE" TO SCS-PROV-ENGINE
026260         PERFORM WRITE-PROVISION-RECORD
026270         MOVE SCS-DOMAIN-NAME TO SCS-SNAP-DOMAIN
026280         MOVE "APACHE" TO SCS-SNAP-ENGINE
026290         PERFORM RECORD-CONFIG-SNAPSHOT
026300         DISPLAY "Virtual host para " SCS-DOMAIN-NAME
026310             " configurado com sucesso."
026320         DISPLAY "Emitir certificado HTTPS com certbot agora"
026330             " (S/N)? "
026340         ACCEPT SCS-CERTBOT-CHOICE-SW
026350         IF SCS-CERTBOT-YES
026360             PERFORM ISSUE-CERTBOT-CERTIFICATE
026370         END-IF
026380     END-IF.
026390 
026400*****************************************************************
026410* ISSUE-CERTBOT-CERTIFICATE - REQUESTS A CERTBOT CERTIFICATE
026420* FOR THE DOMAIN JUST CONFIGURED IN CONFIGURE-VIRTUAL-HOST.
026430*****************************************************************
026440 ISSUE-CERTBOT-CERTIFICATE.
026450     STRING "sudo certbot --apache -d " DELIMITED BY SIZE
026460            SCS-DOMAIN-NAME DELIMITED BY SPACE INTO COMMAND
026470     PERFORM EXECUTE-SHELL-COMMAND
026480     IF RETURN-CODE = ZERO
026490         PERFORM RECORD-ISSUED-CERTIFICATE
026500     END-IF
026510     DISPLAY "Certificado HTTPS solicitado para "
026520         SCS-DOMAIN-NAME ".".
026530 
026540 START-MYSQL.
026550     MOVE "sudo systemctl start mysql" TO COMMAND
026560     PERFORM EXECUTE-SHELL-COMMAND.
026570 
026580 STOP-MYSQL.
026590     MOVE "sudo systemctl stop mysql" TO COMMAND
026600     PERFORM EXECUTE-SHELL-COMMAND.
026610 
026620 RESTART-MYSQL.
026630     MOVE "sudo systemctl restart mysql" TO COMMAND
026640     PERFORM EXECUTE-SHELL-COMMAND.
026650 
026660 STATUS-MYSQL.
026670     MOVE "sudo systemctl status mysql" TO COMMAND
026680     PERFORM EXECUTE-SHELL-COMMAND.
026690 
026700 START-POSTGRES.
026710     MOVE "sudo systemctl start postgresql" TO COMMAND
026720     PERFORM EXECUTE-SHELL-COMMAND.
026730 
026740 STOP-POSTGRES.
026750     MOVE "sudo systemctl stop postgresql" TO COMMAND
026760     PERFORM EXECUTE-SHELL-COMMAND.
026770
026780 RESTART-POSTGRES.
026790     MOVE "sudo systemctl restart postgresql" TO COMMAND
026800     PERFORM EXECUTE-SHELL-COMMAND.
026810
026820 STATUS-POSTGRES.
026830     MOVE "sudo systemctl status postgresql" TO COMMAND
026840     PERFORM EXECUTE-SHELL-COMMAND.
026850 
026860*****************************************************************
026870* CREATE-POSTGRES-DATABASE - PROMPTS FOR A VALIDATED DATABASE
026880* NAME AND CREATES IT ON THE LOCAL POSTGRESQL SERVER.
026890*****************************************************************
026900 CREATE-POSTGRES-DATABASE.
026910     MOVE "Digite o nome do banco de dados: " TO SCS-PROMPT-TEXT
026920     MOVE "N" TO SCS-VALID-INPUT-SW
026930     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
026940     MOVE SCS-PROMPT-VALUE TO SCS-DATABASE-NAME
026950     PERFORM PROMPT-OWNER-CODE
026960     STRING "sudo -u postgres psql -c 'CREATE DATABASE "
026970            DELIMITED BY SIZE
026980            SCS-DATABASE-NAME DELIMITED BY SPACE
026990            ";'" DELIMITED BY SIZE INTO COMMAND
027000     PERFORM EXECUTE-SHELL-COMMAND
027010     IF RETURN-CODE = ZERO
027020         MOVE "DATABASE" TO SCS-PROV-TYPE
027030         MOVE SCS-DATABASE-NAME TO SCS-PROV-NAME
027040         MOVE "PGSQL" TO SCS-PROV-ENGINE
027050         PERFORM WRITE-PROVISION-RECORD
027060     END-IF
027070     DISPLAY "Banco de dados " SCS-DATABASE-NAME
027080         " criado com sucesso.".
027090 
027100*****************************************************************
027110* CREATE-POSTGRES-USER - PROMPTS FOR A VALIDATED USER NAME AND
027120* A PASSWORD, THEN CREATES THE POSTGRESQL ACCOUNT.
027130*****************************************************************
027140 CREATE-POSTGRES-USER.
027150     MOVE "Digite o nome de usuario: " TO SCS-PROMPT-TEXT
027160     MOVE "N" TO SCS-VALID-INPUT-SW
027170     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
027180     MOVE SCS-PROMPT-VALUE TO SCS-USER-NAME
027190     MOVE "Digite a senha: " TO SCS-PROMPT-TEXT
027200     MOVE "N" TO SCS-VALID-INPUT-SW
027210     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
027220     MOVE SCS-PROMPT-VALUE TO SCS-USER-PASSWORD
027230     PERFORM PROMPT-OWNER-CODE
027240     STRING "sudo -u postgres psql -c ""CREATE USER "
027250            DELIMITED BY SIZE
027260            SCS-USER-NAME DELIMITED BY SPACE
027270            " WITH PASSWORD '" DELIMITED BY SIZE
027280            SCS-USER-PASSWORD DELIMITED BY SPACE
027290            "';""" DELIMITED BY SIZE INTO COMMAND
027300     PERFORM EXECUTE-SHELL-COMMAND
027310     IF RETURN-CODE = ZERO
027320         MOVE "USER" TO SCS-PROV-TYPE
027330         MOVE SCS-USER-NAME TO SCS-PROV-NAME
027340         MOVE "PGSQL" TO SCS-PROV-ENGINE
027350         PERFORM WRITE-PROVISION-RECORD
027360         MOVE "PGSQL" TO SCS-CRED-ENGINE
027370         MOVE SCS-USER-NAME TO SCS-CRED-USER
027380         MOVE SPACES TO SCS-CRED-DATABASE
027390         MOVE "NENHUM" TO SCS-CRED-PRIVILEGE
027400         PERFORM WRITE-CREDENTIAL-RECORD
027410     END-IF
027420     DISPLAY "Usuario " SCS-USER-NAME " criado com sucesso.".
027430 
027440*****************************************************************
027450* CREATE-DATABASE - PROMPTS FOR A VALIDATED DATABASE NAME AND
027460* CREATES IT ON THE LOCAL MYSQL SERVER.
027470*****************************************************************
027480 CREATE-DATABASE.
027490     MOVE "Digite o nome do banco de dados: " TO SCS-PROMPT-TEXT
027500     MOVE "N" TO SCS-VALID-INPUT-SW
027510     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
027520     MOVE SCS-PROMPT-VALUE TO SCS-DATABASE-NAME
027530     PERFORM PROMPT-OWNER-CODE
027540     STRING "mysql -e 'CREATE DATABASE " DELIMITED BY SIZE
027550            SCS-DATABASE-NAME DELIMITED BY SPACE
027560            ";'" DELIMITED BY SIZE INTO COMMAND
027570     PERFORM EXECUTE-SHELL-COMMAND
027580     IF RETURN-CODE = ZERO
027590         MOVE "DATABASE" TO SCS-PROV-TYPE
027600         MOVE SCS-DATABASE-NAME TO SCS-PROV-NAME
027610         MOVE "MYSQL" TO SCS-PROV-ENGINE
027620         PERFORM WRITE-PROVISION-RECORD
027630     END-IF
027640     DISPLAY "Banco de dados " SCS-DATABASE-NAME
027650         " criado com sucesso.".
027660 
027670*****************************************************************
027680* CREATE-USER - PROMPTS FOR A VALIDATED USER NAME AND A
027690* PASSWORD, THEN CREATES THE MYSQL ACCOUNT AND GRANTS IT
027700* ACCESS TO ONE DATABASE AT THE CHOSEN PRIVILEGE LEVEL.
027710*****************************************************************
027720 CREATE-USER.
027730     MOVE "Digite o nome de usuario: " TO SCS-PROMPT-TEXT
027740     MOVE "N" TO SCS-VALID-INPUT-SW
027750     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
027760     MOVE SCS-PROMPT-VALUE TO SCS-USER-NAME
027770     MOVE "Digite a senha: " TO SCS-PROMPT-TEXT
027780     MOVE "N" TO SCS-VALID-INPUT-SW
027790     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
027800     MOVE SCS-PROMPT-VALUE TO SCS-USER-PASSWORD
027810     PERFORM PROMPT-OWNER-CODE
027820     STRING "mysql -e ""CREATE USER '" DELIMITED BY SIZE
027830            SCS-USER-NAME DELIMITED BY SPACE
027840            "'@'localhost' IDENTIFIED BY '"
027850                DELIMITED BY SIZE
027860            SCS-USER-PASSWORD DELIMITED BY SPACE
027870            "';""" DELIMITED BY SIZE INTO COMMAND
027880     PERFORM EXECUTE-SHELL-COMMAND
027890     MOVE "N" TO SCS-CRED-MADE-SW
027900     IF RETURN-CODE = ZERO
027910         MOVE "USER" TO SCS-PROV-TYPE
027920         MOVE SCS-USER-NAME TO SCS-PROV-NAME
027930         MOVE "MYSQL" TO SCS-PROV-ENGINE
027940         PERFORM WRITE-PROVISION-RECORD
027950         MOVE "Y" TO SCS-CRED-MADE-SW
027960     END-IF
027970     DISPLAY "Usuario " SCS-USER-NAME " criado com sucesso.".
027980     MOVE "Digite o banco de dados para conceder acesso: "
027990         TO SCS-PROMPT-TEXT
028000     MOVE "N" TO SCS-VALID-INPUT-SW
028010     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
028020     MOVE SCS-PROMPT-VALUE TO SCS-GRANT-DATABASE
028030     DISPLAY "Nivel de privilegio - 1 leitura, 2 leitura e"
028040     DISPLAY "escrita, 3 admin: "
028050     ACCEPT SCS-PRIVILEGE-CHOICE
028060     PERFORM SET-GRANT-PRIVILEGES-FROM-CHOICE
028070     PERFORM FIND-GRANT-PRIVILEGES-LENGTH
028080     STRING "mysql -e ""GRANT " DELIMITED BY SIZE
028090            SCS-GRANT-PRIVILEGES(1:SCS-GRANT-LEN)
028100                DELIMITED BY SIZE
028110            " ON " DELIMITED BY SIZE
028120            SCS-GRANT-DATABASE DELIMITED BY SPACE
028130            ".* TO '" DELIMITED BY SIZE
028140            SCS-USER-NAME DELIMITED BY SPACE
028150            "'@'localhost';""" DELIMITED BY SIZE
028160            INTO COMMAND
028170     PERFORM EXECUTE-SHELL-COMMAND
028180*    THE ACCOUNT IS REGISTERED EVEN WHEN THE GRANT FAILED - IT
028190*    EXISTS, JUST WITHOUT ACCESS.
028200     IF SCS-CRED-MADE
028210         MOVE "MYSQL" TO SCS-CRED-ENGINE
028220         MOVE SCS-USER-NAME TO SCS-CRED-USER
028230         IF RETURN-CODE = ZERO
028240             MOVE SCS-GRANT-DATABASE TO SCS-CRED-DATABASE
028250             PERFORM SET-CRED-PRIVILEGE
028260         ELSE
028270             MOVE SPACES TO SCS-CRED-DATABASE
028280             MOVE "NENHUM" TO SCS-CRED-PRIVILEGE
028290         END-IF
028300         PERFORM WRITE-CREDENTIAL-RECORD
028310     END-IF
028320     DISPLAY "Privilegios concedidos a " SCS-USER-NAME
028330         " no banco " SCS-GRANT-DATABASE ".".
028340 
028350*****************************************************************
028360* SET-GRANT-PRIVILEGES-FROM-CHOICE - TRANSLATES THE 1/2/3
028370* MENU CHOICE FROM CREATE-USER INTO THE MATCHING GRANT
028380* PRIVILEGE LIST. AN UNRECOGNISED CHOICE DEFAULTS TO READ-ONLY.
028390*****************************************************************
028400 SET-GRANT-PRIVILEGES-FROM-CHOICE.
028410     EVALUATE TRUE
028420         WHEN SCS-PRIVILEGE-READ-WRITE
028430             MOVE "SELECT, INSERT, UPDATE, DELETE"
028440                 TO SCS-GRANT-PRIVILEGES
028450         WHEN SCS-PRIVILEGE-ADMIN
028460             MOVE "ALL PRIVILEGES" TO SCS-GRANT-PRIVILEGES
028470         WHEN OTHER
028480             MOVE "SELECT" TO SCS-GRANT-PRIVILEGES
028490     END-EVALUATE.
028500 
028510*****************************************************************
028520* FIND-GRANT-PRIVILEGES-LENGTH - SETS SCS-GRANT-LEN TO THE
028530* LENGTH OF SCS-GRANT-PRIVILEGES WITHOUT ITS TRAILING SPACES, SO
028540* THE GRANT STATEMENT IS NOT PADDED OUT TO THE FULL FIELD.
028550*****************************************************************
028560 FIND-GRANT-PRIVILEGES-LENGTH.
028570     MOVE 32 TO SCS-GRANT-LEN
028580     PERFORM UNTIL SCS-GRANT-PRIVILEGES(SCS-GRANT-LEN:1) NOT =
028590             SPACE OR SCS-GRANT-LEN = 1
028600         SUBTRACT 1 FROM SCS-GRANT-LEN
028610     END-PERFORM.
028620 
028630*****************************************************************
028640* SELECT-SERVER - PARSES THE SERVER NAME OUT OF "SELECT SERVER
028650* <NAME>" AND LOOKS IT UP IN SERVER-LIST-FILE. WHEN FOUND, ALL
028660* LATER COMMANDS ARE SENT OVER SSH TO THE MATCHING HOST INSTEAD
028670* OF RUNNING ON THIS BOX - SEE EXECUTE-SHELL-COMMAND.
028680*****************************************************************
028690 SELECT-SERVER.
028700     MOVE COMMAND(15:30) TO SCS-SERVER-NAME
028710     MOVE "N" TO SCS-SERVER-FOUND-SW
028720     OPEN INPUT SERVER-LIST-FILE
028730     IF SCS-SERVERLIST-STATUS NOT = "00"
028740         DISPLAY "Arquivo SERVERLIST nao encontrado."
028750     ELSE
028760         MOVE "N" TO SCS-SERVERLIST-EOF-SW
028770         PERFORM FIND-SERVER-IN-LIST
028780             UNTIL SCS-SERVERLIST-EOF OR SCS-SERVER-FOUND
028790         CLOSE SERVER-LIST-FILE
028800         IF SCS-SERVER-FOUND
028810             DISPLAY "Servidor selecionado: " SCS-SERVER-NAME
028820                 " (" SCS-TARGET-HOST ")."
028830         ELSE
028840             DISPLAY "Servidor nao encontrado em SERVERLIST."
028850             DISPLAY "Alvo anterior mantido, se houver."
028860         END-IF
028870     END-IF.
028880 
028890*****************************************************************
028900* FIND-SERVER-IN-LIST - READS ONE SERVER-LIST-FILE RECORD AND
028910* CLAIMS SCS-TARGET-HOST WHEN THE NAME MATCHES.
028920*****************************************************************
028930 FIND-SERVER-IN-LIST.
028940     READ SERVER-LIST-FILE
028950         AT END
028960             MOVE "Y" TO SCS-SERVERLIST-EOF-SW
028970         NOT AT END
028980             IF SL-SERVER-NAME = SCS-SERVER-NAME
028990                 MOVE SL-SERVER-HOST TO SCS-TARGET-HOST
029000                 MOVE "Y" TO SCS-TARGET-HOST-SW
029010                 MOVE "Y" TO SCS-SERVER-FOUND-SW
029020             END-IF
029030     END-READ.
029040 
029050*****************************************************************
029060* EXECUTE-SHELL-COMMAND - RUNS THE COMMAND LINE ALREADY BUILT
029070* IN COMMAND. IF A REMOTE HOST WAS PICKED WITH "SELECT SERVER"
029080* THE COMMAND IS WRAPPED OVER SSH INSTEAD OF RUNNING LOCALLY.
029090* EVERY CALL'S OUTPUT IS CAPTURED TO LASTOUT AND SPOOLED TO
029100* THE PER-RUN JOBLOG - SEE APPEND-SPOOL-OUTPUT.
029110*****************************************************************
029120 EXECUTE-SHELL-COMMAND.
029130     IF SCS-HOST-SELECTED
029140         MOVE COMMAND TO SCS-LOCAL-COMMAND
029150         PERFORM FIND-COMMAND-LENGTH
029160         PERFORM ESCAPE-SINGLE-QUOTES
029170         STRING "ssh " DELIMITED BY SIZE
029180                SCS-TARGET-HOST DELIMITED BY SPACE
029190                " '" DELIMITED BY SIZE
029200                SCS-ESCAPED-COMMAND(1:SCS-ESC-PTR - 1)
029210                    DELIMITED BY SIZE
029220                "'" DELIMITED BY SIZE
029230                INTO COMMAND
029240     END-IF.
029250
029260*    WRAP THE FINISHED COMMAND LINE SO ITS STDOUT/STDERR LANDS
029270*    IN LASTOUT, RUN IT, SPOOL THE OUTPUT UNDER A NUMBERED
029280*    MARKER AND ECHO IT BACK TO AN INTERACTIVE CONSOLE. THE
029290*    COMMAND'S OWN RETURN-CODE IS PUT BACK AFTERWARDS SO
029300*    SET-OUTCOME-FROM-RC STILL SEES IT.
029310     ADD 1 TO SCS-SPOOL-SEQ
029320     MOVE COMMAND TO SCS-LOCAL-COMMAND
029330     PERFORM FIND-COMMAND-LENGTH
029340     MOVE SPACES TO COMMAND
029350     STRING "{ " DELIMITED BY SIZE
029360            SCS-LOCAL-COMMAND(1:SCS-CMD-LENGTH)
029370                DELIMITED BY SIZE
029380            " ; } > LASTOUT 2>&1" DELIMITED BY SIZE
029390            INTO COMMAND
029400     CALL "SYSTEM" USING COMMAND
029410     MOVE RETURN-CODE TO SCS-SAVED-RC
029420     PERFORM APPEND-SPOOL-OUTPUT
029430     IF SCS-INTERACTIVE-MODE
029440         PERFORM SHOW-LAST-OUTPUT
029450     END-IF
029460     MOVE SCS-SAVED-RC TO RETURN-CODE.
029470 
029480*****************************************************************
029490* FIND-COMMAND-LENGTH - SETS SCS-CMD-LENGTH TO THE LENGTH OF
029500* SCS-LOCAL-COMMAND WITHOUT ITS TRAILING SPACES, SO THE SSH-
029510* WRAPPED COMMAND LINE IS NOT PADDED OUT TO THE FULL FIELD.
029520*****************************************************************
029530 FIND-COMMAND-LENGTH.
029540     MOVE 400 TO SCS-CMD-LENGTH
029550     PERFORM UNTIL SCS-LOCAL-COMMAND(SCS-CMD-LENGTH:1) NOT =
029560             SPACE OR SCS-CMD-LENGTH = 1
029570         SUBTRACT 1 FROM SCS-CMD-LENGTH
029580     END-PERFORM.
029590 
029600*****************************************************************
029610* ESCAPE-SINGLE-QUOTES - COPIES SCS-LOCAL-COMMAND(1:SCS-CMD-
029620* LENGTH) INTO SCS-ESCAPED-COMMAND, REPLACING EACH EMBEDDED
029630* APOSTROPHE WITH '\'' SO THE COMMAND STAYS ONE ARGUMENT
029640* ONCE EXECUTE-SHELL-COMMAND WRAPS IT IN SINGLE QUOTES FOR SSH.
029650*****************************************************************
029660 ESCAPE-SINGLE-QUOTES.
029670     MOVE SPACES TO SCS-ESCAPED-COMMAND
029680     MOVE 1 TO SCS-ESC-PTR
029690     PERFORM VARYING SCS-ESC-INDEX FROM 1 BY 1
029700             UNTIL SCS-ESC-INDEX > SCS-CMD-LENGTH
029710         IF SCS-LOCAL-COMMAND(SCS-ESC-INDEX:1) = "'"
029720             STRING "'\''" DELIMITED BY SIZE
029730                 INTO SCS-ESCAPED-COMMAND
029740                 WITH POINTER SCS-ESC-PTR
029750         ELSE
029760             STRING SCS-LOCAL-COMMAND(SCS-ESC-INDEX:1)
029770                     DELIMITED BY SIZE
029780                 INTO SCS-ESCAPED-COMMAND
029790                 WITH POINTER SCS-ESC-PTR
029800         END-IF
029810     END-PERFORM.
029820 
029830*****************************************************************
029840* HEALTH-REPORT - RUNS APACHE STATUS, MYSQL STATUS, DISK USAGE
029850* AND LOAD AVERAGE TOGETHER AS ONE FORMATTED REPORT.
029860*****************************************************************
029870 HEALTH-REPORT.
029880     DISPLAY "===== Relatorio de Saude do Servidor =====".
029890     DISPLAY "--- Status do Apache ---".
029900     MOVE "sudo systemctl status apache2" TO COMMAND
029910     PERFORM EXECUTE-SHELL-COMMAND
029920     DISPLAY "--- Status do MySQL ---".
029930     MOVE "sudo systemctl status mysql" TO COMMAND
029940     PERFORM EXECUTE-SHELL-COMMAND
029950     DISPLAY "--- Uso de Disco ---".
029960     MOVE "df -h" TO COMMAND
029970     PERFORM EXECUTE-SHELL-COMMAND
029980     DISPLAY "--- Carga do Sistema ---".
029990     MOVE "uptime" TO COMMAND
030000     PERFORM EXECUTE-SHELL-COMMAND
030010     DISPLAY "===== Fim do Relatorio =====".
030020 
030030*****************************************************************
030040* PROMPT-AND-VALIDATE-NAME - DISPLAYS SCS-PROMPT-TEXT, ACCEPTS
030050* ONE LINE INTO SCS-PROMPT-VALUE AND VALIDATES IT. CALLERS
030060* PERFORM THIS PARAGRAPH UNTIL SCS-VALID-INPUT IS TRUE.
030070*****************************************************************
030080 PROMPT-AND-VALIDATE-NAME.
030090     DISPLAY SCS-PROMPT-TEXT
030100     ACCEPT SCS-PROMPT-VALUE
030110     PERFORM VALIDATE-INPUT-FIELD
030120     IF SCS-INVALID-INPUT
030130         DISPLAY "Valor invalido - use apenas letras, numeros,"
030140         DISPLAY "hifen, sublinhado e ponto. Tente novamente."
030150     END-IF.
030160 
030170*****************************************************************
030180* VALIDATE-INPUT-FIELD - CHECKS SCS-PROMPT-VALUE AGAINST THE
030190* ALLOWED CHARACTER SET AND SETS SCS-VALID-INPUT-SW. AN EMPTY
030200* VALUE OR AN EMBEDDED SPACE IS REJECTED.
030210*****************************************************************
030220 VALIDATE-INPUT-FIELD.
030230     MOVE "Y" TO SCS-VALID-INPUT-SW
030240     MOVE "N" TO SCS-SEEN-SPACE-SW
030250     PERFORM VARYING SCS-CHAR-INDEX FROM 1 BY 1
030260             UNTIL SCS-CHAR-INDEX > 50
030270         EVALUATE TRUE
030280             WHEN SCS-PROMPT-VALUE(SCS-CHAR-INDEX:1) = SPACE
030290                 MOVE "Y" TO SCS-SEEN-SPACE-SW
030300             WHEN SCS-SPACE-SEEN
030310                 MOVE "N" TO SCS-VALID-INPUT-SW
030320             WHEN OTHER
030330                 PERFORM CHECK-ALLOWED-CHARACTER
030340         END-EVALUATE
030350     END-PERFORM
030360     IF SCS-PROMPT-VALUE = SPACES
030370         MOVE "N" TO SCS-VALID-INPUT-SW
030380     END-IF.
030390 
030400*****************************************************************
030410* CHECK-ALLOWED-CHARACTER - LOOKS UP THE CURRENT CHARACTER OF
030420* SCS-PROMPT-VALUE IN SCS-ALLOWED-CHARS.
030430*****************************************************************
030440 CHECK-ALLOWED-CHARACTER.
030450     MOVE ZERO TO SCS-ALLOWED-POS
030460     INSPECT SCS-ALLOWED-CHARS TALLYING SCS-ALLOWED-POS
030470         FOR ALL SCS-PROMPT-VALUE(SCS-CHAR-INDEX:1)
030480     IF SCS-ALLOWED-POS = ZERO
030490         MOVE "N" TO SCS-VALID-INPUT-SW
030500     END-IF.
030510 
030520*****************************************************************
030530* PROMPT-ENGINE-CHOICE - ASKS WHICH DATABASE ENGINE A BACKUP OR
030540* RESTORE IS FOR. CALLERS PERFORM THIS PARAGRAPH UNTIL ONE OF
030550* THE ENGINE 88-LEVELS IS TRUE.
030560*****************************************************************
030570 PROMPT-ENGINE-CHOICE.
030580     DISPLAY "Engine do banco - 1 MySQL, 2 PostgreSQL: "
030590     ACCEPT SCS-ENGINE-CHOICE
030600     IF NOT SCS-ENGINE-MYSQL AND NOT SCS-ENGINE-POSTGRES
030610         DISPLAY "Opcao invalida. Tente novamente."
030620     END-IF.
030630 
030640*****************************************************************
030650* BACKUP-DATABASE - DUMPS THE CHOSEN MYSQL OR POSTGRESQL
030660* DATABASE TO A DATED FILE UNDER /var/backups AND RECORDS THE
030670* DUMP IN BACKUP-CATALOG-FILE, SUCCESSFUL OR NOT, SO "LIST
030680* BACKUPS" AND "RESTORE DATABASE" KNOW WHAT EXISTS.
030690*****************************************************************
030700 BACKUP-DATABASE.
030710     MOVE SPACE TO SCS-ENGINE-CHOICE
030720     PERFORM PROMPT-ENGINE-CHOICE
030730         UNTIL SCS-ENGINE-MYSQL OR SCS-ENGINE-POSTGRES
030740     MOVE "Digite o nome do banco de dados: " TO SCS-PROMPT-TEXT
030750     MOVE "N" TO SCS-VALID-INPUT-SW
030760     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
030770     MOVE SCS-PROMPT-VALUE TO SCS-DATABASE-NAME
030780     PERFORM RUN-DATABASE-DUMP.
030790
030800*****************************************************************
030810* RUN-DATABASE-DUMP - THE DUMP ITSELF: WRITES THE DATED DUMP OF
030820* SCS-DATABASE-NAME FOR THE ENGINE IN SCS-ENGINE-CHOICE AND
030830* RECORDS IT IN THE CATALOG. ALSO PERFORMED BY REMOVE-SITE FOR
030840* THE FINAL DUMP BEFORE A DATABASE IS DROPPED.
030850*****************************************************************
030860 RUN-DATABASE-DUMP.
030870     IF SCS-ENGINE-MYSQL
030880         MOVE "mysql" TO SCS-ENGINE-TAG
030890     ELSE
030900         MOVE "pgsql" TO SCS-ENGINE-TAG
030910     END-IF
030920     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
030930     ACCEPT SCS-AUDIT-TIME FROM TIME
030940     MOVE SPACES TO SCS-DUMP-STAMP
030950     STRING SCS-AUDIT-DATE DELIMITED BY SIZE
030960            "-" DELIMITED BY SIZE
030970            SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
030980            INTO SCS-DUMP-STAMP
030990     MOVE SPACES TO SCS-DUMP-PATH
031000     STRING "/var/backups/" DELIMITED BY SIZE
031010            SCS-DATABASE-NAME DELIMITED BY SPACE
031020            "." DELIMITED BY SIZE
031030            SCS-ENGINE-TAG DELIMITED BY SPACE
031040            "." DELIMITED BY SIZE
031050            SCS-DUMP-STAMP DELIMITED BY SIZE
031060            ".sql" DELIMITED BY SIZE
031070            INTO SCS-DUMP-PATH
031080     MOVE SPACES TO COMMAND
031090     IF SCS-ENGINE-MYSQL
031100         STRING "sudo sh -c 'mysqldump " DELIMITED BY SIZE
031110                SCS-DATABASE-NAME DELIMITED BY SPACE
031120                " > " DELIMITED BY SIZE
031130                SCS-DUMP-PATH DELIMITED BY SPACE
031140                "'" DELIMITED BY SIZE INTO COMMAND
031150     ELSE
031160         STRING "sudo sh -c 'sudo -u postgres pg_dump "
031170                DELIMITED BY SIZE
031180                SCS-DATABASE-NAME DELIMITED BY SPACE
031190                " > " DELIMITED BY SIZE
031200                SCS-DUMP-PATH DELIMITED BY SPACE
031210                "'" DELIMITED BY SIZE INTO COMMAND
031220     END-IF
031230     PERFORM EXECUTE-SHELL-COMMAND
031240     PERFORM SET-OUTCOME-FROM-RC
031250     MOVE SCS-COMMAND-OUTCOME TO SCS-DUMP-OUTCOME
031260     PERFORM CAPTURE-DUMP-SIZE
031270     PERFORM WRITE-BACKUP-CATALOG
031280     MOVE SCS-DUMP-OUTCOME TO SCS-COMMAND-OUTCOME
031290     IF SCS-DUMP-OUTCOME = "OK"
031300         DISPLAY "Backup gravado em " SCS-DUMP-PATH
031310     ELSE
031320         DISPLAY "Backup de " SCS-DATABASE-NAME
031330             " terminou com erro."
031340     END-IF.
031350 
031360*****************************************************************
031370* CAPTURE-DUMP-SIZE - ASKS STAT FOR THE SIZE OF THE DUMP JUST
031380* WRITTEN, THROUGH THE ONE-LINE DUMPSIZE WORK FILE. CALLS
031390* SYSTEM DIRECTLY - GOING THROUGH EXECUTE-SHELL-COMMAND WOULD
031400* ADVANCE THE SPOOL MARKER AND OVERWRITE THE LASTOUT OF THE
031410* DUMP ITSELF, WHICH IS WHAT A FAILED BACKUP NEEDS REPLAYED.
031420* A DUMP TAKEN ON A REMOTE TARGET IS NOT MEASURABLE FROM HERE:
031430* THE CAPTURE IS SKIPPED AND THE CATALOG RECORDS SIZE ZERO
031440* RATHER THAN WHATEVER AN OLDER LOCAL WORK FILE STILL HOLDS.
031450*****************************************************************
031460 CAPTURE-DUMP-SIZE.
031470     MOVE ZERO TO SCS-DUMP-SIZE
031480     IF SCS-HOST-SELECTED
031490         CONTINUE
031500     ELSE
031510         MOVE SPACES TO SCS-STAT-COMMAND
031520         STRING "rm -f DUMPSIZE ; stat -c %s "
031530                DELIMITED BY SIZE
031540                SCS-DUMP-PATH DELIMITED BY SPACE
031550                " > DUMPSIZE 2>/dev/null" DELIMITED BY SIZE
031560                INTO SCS-STAT-COMMAND
031570         CALL "SYSTEM" USING SCS-STAT-COMMAND
031580         OPEN INPUT DUMP-SIZE-FILE
031590         IF SCS-DUMPSIZE-STATUS = "00"
031600             READ DUMP-SIZE-FILE
031610                 AT END
031620                     CONTINUE
031630                 NOT AT END
031640                     PERFORM CONVERT-DUMP-SIZE
031650             END-READ
031660             CLOSE DUMP-SIZE-FILE
031670         END-IF
031680     END-IF.
031690 
031700*****************************************************************
031710* CONVERT-DUMP-SIZE - TURNS THE DIGITS STAT LEFT IN THE DUMPSIZE
031720* WORK FILE INTO SCS-DUMP-SIZE.
031730*****************************************************************
031740 CONVERT-DUMP-SIZE.
031750     PERFORM VARYING SCS-SIZE-INDEX FROM 1 BY 1
031760             UNTIL SCS-SIZE-INDEX > 10
031770         MOVE DUMP-SIZE-RECORD(SCS-SIZE-INDEX:1)
031780             TO SCS-DIGIT-CHAR
031790         IF SCS-DIGIT-CHAR >= "0" AND SCS-DIGIT-CHAR <= "9"
031800             COMPUTE SCS-DUMP-SIZE =
031810                 SCS-DUMP-SIZE * 10 + SCS-DIGIT-NUM
031820         END-IF
031830     END-PERFORM.
031840 
031850*****************************************************************
031860* WRITE-BACKUP-CATALOG - RECORDS THE DUMP JUST ATTEMPTED IN
031870* BACKUP-CATALOG-FILE, CREATING THE CATALOG THE FIRST TIME A
031880* BACKUP RUNS ON A GIVEN BOX. TWO DUMPS OF ONE DATABASE IN THE
031890* SAME SECOND SHARE A KEY; THE SECOND REFRESHES THE RECORD.
031900*****************************************************************
031910 WRITE-BACKUP-CATALOG.
031920     OPEN I-O BACKUP-CATALOG-FILE
031930     IF SCS-BACKUPCAT-STATUS = "35"
031940         OPEN OUTPUT BACKUP-CATALOG-FILE
031950         CLOSE BACKUP-CATALOG-FILE
031960         OPEN I-O BACKUP-CATALOG-FILE
031970     END-IF
031980     MOVE SPACES TO BACKUP-CATALOG-RECORD
031990     MOVE SCS-DATABASE-NAME TO BC-DATABASE
032000     MOVE SCS-ENGINE-TAG TO BC-ENGINE
032010     MOVE SCS-DUMP-STAMP TO BC-TIMESTAMP
032020     MOVE SCS-DUMP-PATH TO BC-DUMP-PATH
032030     MOVE SCS-DUMP-SIZE TO BC-SIZE
032040     MOVE SCS-DUMP-OUTCOME TO BC-OUTCOME
032050     IF SCS-HOST-SELECTED
032060         MOVE SCS-TARGET-HOST TO BC-SERVER
032070     ELSE
032080         MOVE "local" TO BC-SERVER
032090     END-IF
032100     WRITE BACKUP-CATALOG-RECORD
032110         INVALID KEY
032120             REWRITE BACKUP-CATALOG-RECORD
032130     END-WRITE
032140     CLOSE BACKUP-CATALOG-FILE.
032150 
032160*****************************************************************
032170* LIST-BACKUPS - NUMBERS AND DISPLAYS EVERY BACKUP-CATALOG-FILE
032180* ENTRY. RESTORE-DATABASE PERFORMS THIS FIRST SO THE OPERATOR
032190* PICKS A RESTORE BY THE NUMBER JUST SHOWN.
032200*****************************************************************
032210 LIST-BACKUPS.
032220     MOVE ZERO TO SCS-CATALOG-COUNT
032230     OPEN INPUT BACKUP-CATALOG-FILE
032240     IF SCS-BACKUPCAT-STATUS NOT = "00"
032250         DISPLAY "Nenhum backup catalogado."
032260     ELSE
032270         DISPLAY "Num Banco                Engine Data/Hora"
032280             "       Tamanho    Resultado"
032290         MOVE "N" TO SCS-CATALOG-EOF-SW
032300         PERFORM LIST-NEXT-BACKUP UNTIL SCS-CATALOG-EOF
032310         CLOSE BACKUP-CATALOG-FILE
032320         IF SCS-CATALOG-COUNT = ZERO
032330             DISPLAY "Nenhum backup catalogado."
032340         END-IF
032350     END-IF.
032360 
032370*****************************************************************
032380* LIST-NEXT-BACKUP - READS AND DISPLAYS ONE CATALOG ENTRY.
032390*****************************************************************
032400 LIST-NEXT-BACKUP.
032410     READ BACKUP-CATALOG-FILE NEXT RECORD
032420         AT END
032430             MOVE "Y" TO SCS-CATALOG-EOF-SW
032440         NOT AT END
032450             ADD 1 TO SCS-CATALOG-COUNT
032460             MOVE SCS-CATALOG-COUNT TO SCS-CATALOG-DISP
032470             DISPLAY SCS-CATALOG-DISP " " BC-DATABASE(1:20)
032480                 " " BC-ENGINE(1:6) " " BC-TIMESTAMP
032490                 " " BC-SIZE " " BC-OUTCOME
032500     END-READ.
032510 
032520*****************************************************************
032530* RESTORE-DATABASE - SHOWS THE CATALOG, ASKS WHICH ENTRY TO
032540* RESTORE, CONFIRMS AND RUNS THE LOAD FOR THE MATCHING ENGINE.
032550*****************************************************************
032560 RESTORE-DATABASE.
032570     PERFORM LIST-BACKUPS
032580     IF SCS-CATALOG-COUNT = ZERO
032590         MOVE "ERRO" TO SCS-COMMAND-OUTCOME
032600     ELSE
032610         DISPLAY "Numero do backup a restaurar: "
032620         ACCEPT SCS-PICK-TEXT
032630         PERFORM CONVERT-BACKUP-PICK
032640         IF SCS-BACKUP-PICK = ZERO
032650                 OR SCS-BACKUP-PICK > SCS-CATALOG-COUNT
032660             DISPLAY "Numero invalido."
032670             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
032680         ELSE
032690             PERFORM FETCH-CATALOG-ENTRY
032700             PERFORM RUN-RESTORE-COMMAND
032710         END-IF
032720     END-IF.
032730 
032740*****************************************************************
032750* CONVERT-BACKUP-PICK - TURNS THE TYPED BACKUP NUMBER INTO
032760* SCS-BACKUP-PICK. NON-DIGITS LEAVE THE PICK AT ZERO, WHICH
032770* RESTORE-DATABASE REJECTS.
032780*****************************************************************
032790 CONVERT-BACKUP-PICK.
032800     MOVE ZERO TO SCS-BACKUP-PICK
032810     PERFORM VARYING SCS-SIZE-INDEX FROM 1 BY 1
032820             UNTIL SCS-SIZE-INDEX > 3
032830         MOVE SCS-PICK-TEXT(SCS-SIZE-INDEX:1) TO SCS-DIGIT-CHAR
032840         IF SCS-DIGIT-CHAR >= "0" AND SCS-DIGIT-CHAR <= "9"
032850             COMPUTE SCS-BACKUP-PICK =
032860                 SCS-BACKUP-PICK * 10 + SCS-DIGIT-NUM
032870         END-IF
032880     END-PERFORM.
032890 
032900*****************************************************************
032910* FETCH-CATALOG-ENTRY - RE-READS BACKUP-CATALOG-FILE UP TO THE
032920* ENTRY THE OPERATOR PICKED AND KEEPS ITS FIELDS FOR THE
032930* RESTORE COMMAND.
032940*****************************************************************
032950 FETCH-CATALOG-ENTRY.
032960     OPEN INPUT BACKUP-CATALOG-FILE
032970     MOVE "N" TO SCS-CATALOG-EOF-SW
032980     MOVE ZERO TO SCS-CATALOG-INDEX
032990     PERFORM READ-CATALOG-ENTRY
033000         UNTIL SCS-CATALOG-INDEX = SCS-BACKUP-PICK
033010             OR SCS-CATALOG-EOF
033020     MOVE BC-DATABASE TO SCS-RESTORE-DATABASE
033030     MOVE BC-ENGINE TO SCS-RESTORE-ENGINE
033040     MOVE BC-DUMP-PATH TO SCS-RESTORE-PATH
033050     CLOSE BACKUP-CATALOG-FILE.
033060 
033070*****************************************************************
033080* READ-CATALOG-ENTRY - READS ONE CATALOG ENTRY FOR THE FETCH.
033090*****************************************************************
033100 READ-CATALOG-ENTRY.
033110     READ BACKUP-CATALOG-FILE NEXT RECORD
033120         AT END
033130             MOVE "Y" TO SCS-CATALOG-EOF-SW
033140         NOT AT END
033150             ADD 1 TO SCS-CATALOG-INDEX
033160     END-READ.
033170 
033180*****************************************************************
033190* RUN-RESTORE-COMMAND - CONFIRMS AND RUNS THE LOAD OF THE
033200* FETCHED CATALOG ENTRY INTO ITS DATABASE.
033210*****************************************************************
033220 RUN-RESTORE-COMMAND.
033230     DISPLAY "Confirmar restore de " SCS-RESTORE-DATABASE(1:30)
033240         " (S/N)? "
033250     ACCEPT SCS-RESTORE-CHOICE-SW
033260     IF NOT SCS-RESTORE-YES
033270         DISPLAY "Restore cancelado."
033280         MOVE "CANCELADO" TO SCS-COMMAND-OUTCOME
033290     ELSE
033300         MOVE SPACES TO COMMAND
033310         IF SCS-RESTORE-ENGINE(1:5) = "mysql"
033320             STRING "sudo sh -c 'mysql " DELIMITED BY SIZE
033330                    SCS-RESTORE-DATABASE DELIMITED BY SPACE
033340                    " < " DELIMITED BY SIZE
033350                    SCS-RESTORE-PATH DELIMITED BY SPACE
033360                    "'" DELIMITED BY SIZE INTO COMMAND
033370         ELSE
033380             STRING "sudo sh -c 'sudo -u postgres psql "
033390                    DELIMITED BY SIZE
033400                    SCS-RESTORE-DATABASE DELIMITED BY SPACE
033410                    " < " DELIMITED BY SIZE
033420                    SCS-RESTORE-PATH DELIMITED BY SPACE
033430                    "'" DELIMITED BY SIZE INTO COMMAND
033440         END-IF
033450         PERFORM EXECUTE-SHELL-COMMAND
033460         PERFORM SET-OUTCOME-FROM-RC
033470         DISPLAY "Restore de " SCS-RESTORE-DATABASE(1:30)
033480             " terminou com resultado " SCS-COMMAND-OUTCOME
033490     END-IF.
033500 
033510*****************************************************************
033520* FLEET-RUN - REPLAYS THE BATCHCMD FILE AGAINST EVERY HOST IN
033530* SERVER-LIST-FILE IN TURN, WRITING ONE FLEET-RESULTS-FILE LINE
033540* PER SERVER AND COMMAND. THE TARGET SELECTED BEFORE THE FLEET
033550* PASS, IF ANY, IS PUT BACK WHEN THE PASS ENDS. LEAVES OK IN
033560* SCS-COMMAND-OUTCOME WHEN THE PASS RAN AND ERRO WHEN IT COULD
033570* NOT (SERVERLIST OR BATCHCMD MISSING), SO THE DIRECTIVE'S
033580* AUDIT RECORD TELLS THE TRUTH.
033590*****************************************************************
033600 FLEET-RUN.
033610     MOVE "N" TO SCS-FLEET-FAIL-SW
033620     MOVE "Y" TO SCS-FLEET-ACTIVE-SW
033630     MOVE SCS-TARGET-HOST TO SCS-SAVED-TARGET-HOST
033640     MOVE SCS-TARGET-HOST-SW TO SCS-SAVED-TARGET-SW
033650     OPEN INPUT SERVER-LIST-FILE
033660     IF SCS-SERVERLIST-STATUS NOT = "00"
033670         DISPLAY "Arquivo SERVERLIST nao encontrado."
033680         MOVE "Y" TO SCS-FLEET-FAIL-SW
033690     ELSE
033700         OPEN OUTPUT FLEET-RESULTS-FILE
033710         MOVE "N" TO SCS-SERVERLIST-EOF-SW
033720         PERFORM FLEET-NEXT-SERVER UNTIL SCS-SERVERLIST-EOF
033730         CLOSE FLEET-RESULTS-FILE
033740         CLOSE SERVER-LIST-FILE
033750         DISPLAY "Resultados por servidor gravados em FLEETRPT."
033760     END-IF
033770     MOVE SCS-SAVED-TARGET-HOST TO SCS-TARGET-HOST
033780     MOVE SCS-SAVED-TARGET-SW TO SCS-TARGET-HOST-SW
033790     MOVE "N" TO SCS-FLEET-ACTIVE-SW
033800     IF SCS-FLEET-FAILED
033810         MOVE "ERRO" TO SCS-COMMAND-OUTCOME
033820     ELSE
033830         MOVE "OK" TO SCS-COMMAND-OUTCOME
033840     END-IF.
033850 
033860*****************************************************************
033870* FLEET-NEXT-SERVER - POINTS THE SHELL AT THE NEXT SERVERLIST
033880* HOST AND RUNS THE WHOLE BATCHCMD FILE AGAINST IT.
033890*****************************************************************
033900 FLEET-NEXT-SERVER.
033910     READ SERVER-LIST-FILE
033920         AT END
033930             MOVE "Y" TO SCS-SERVERLIST-EOF-SW
033940         NOT AT END
033950             MOVE SL-SERVER-NAME TO SCS-FLEET-SERVER
033960             MOVE SL-SERVER-HOST TO SCS-TARGET-HOST
033970             MOVE "Y" TO SCS-TARGET-HOST-SW
033980             DISPLAY "=== Frota: executando lote em "
033990                 SCS-FLEET-SERVER " ==="
034000             PERFORM FLEET-RUN-BATCH-FILE
034010     END-READ.
034020 
034030*****************************************************************
034040* FLEET-RUN-BATCH-FILE - ONE FULL PASS OF BATCHCMD AGAINST THE
034050* HOST JUST SELECTED BY FLEET-NEXT-SERVER. A MISSING BATCHCMD
034060* ABORTS THE WHOLE FLEET PASS.
034070*****************************************************************
034080 FLEET-RUN-BATCH-FILE.
034090     OPEN INPUT BATCH-COMMAND-FILE
034100     IF SCS-BATCH-FILE-STATUS NOT = "00"
034110         DISPLAY "Arquivo BATCHCMD nao encontrado."
034120         MOVE "Y" TO SCS-SERVERLIST-EOF-SW
034130         MOVE "Y" TO SCS-FLEET-FAIL-SW
034140     ELSE
034150         MOVE "N" TO SCS-BATCH-EOF-SW
034160         PERFORM FLEET-NEXT-COMMAND UNTIL SCS-BATCH-EOF
034170         CLOSE BATCH-COMMAND-FILE
034180     END-IF.
034190 
034200*****************************************************************
034210* FLEET-NEXT-COMMAND - DISPATCHES ONE BATCHCMD LINE AGAINST THE
034220* CURRENT FLEET HOST AND RECORDS ITS OUTCOME IN FLEETRPT.
034230*****************************************************************
034240 FLEET-NEXT-COMMAND.
034250     READ BATCH-COMMAND-FILE INTO COMMAND
034260         AT END
034270             MOVE "Y" TO SCS-BATCH-EOF-SW
034280         NOT AT END
034290*            THE FLEET DIRECTIVE LINE ITSELF IS NOT A COMMAND,
034300*            AND AN "exit" LINE ENDS THE PASS ON THIS SERVER
034310*            JUST AS IT ENDS A SINGLE-TARGET BATCH RUN.
034320             EVALUATE TRUE
034330                 WHEN COMMAND = "fleet run"
034340                     CONTINUE
034350                 WHEN COMMAND = "exit"
034360                     MOVE "Y" TO SCS-BATCH-EOF-SW
034370                 WHEN OTHER
034380                     MOVE COMMAND(1:50) TO SCS-TYPED-COMMAND
034390                     PERFORM 1000-EXECUTE-COMMAND
034400                     PERFORM WRITE-FLEET-RESULT
034410             END-EVALUATE
034420     END-READ.
034430 
034440*****************************************************************
034450* WRITE-FLEET-RESULT - ONE FLEETRPT LINE: SERVER, COMMAND AND
034460* THE OUTCOME 1000-EXECUTE-COMMAND JUST LEFT.
034470*****************************************************************
034480 WRITE-FLEET-RESULT.
034490     MOVE SPACES TO FLEET-RESULTS-RECORD
034500     MOVE SCS-FLEET-SERVER TO FR-SERVER
034510     MOVE SCS-TYPED-COMMAND TO FR-COMMAND
034520     MOVE SCS-COMMAND-OUTCOME TO FR-OUTCOME
034530     WRITE FLEET-RESULTS-RECORD.
034540 
034550*****************************************************************
034560* FIND-BATCH-RESTART-POINT - READS ANY CHECKPOINT LEFT BY A
034570* PRIOR BATCH RUN AND LEAVES THE HIGHEST COMPLETED BATCHCMD
034580* LINE NUMBER IN SCS-RESUME-LINE. AN EMPTY OR MISSING
034590* CHECKPOINT MEANS A CLEAN START FROM LINE ONE.
034600*****************************************************************
034610 FIND-BATCH-RESTART-POINT.
034620     MOVE ZERO TO SCS-RESUME-LINE
034630     OPEN INPUT BATCH-CHECKPOINT-FILE
034640     IF SCS-CHECKPOINT-STATUS = "00"
034650         MOVE "N" TO SCS-CHECKPOINT-EOF-SW
034660         PERFORM READ-CHECKPOINT-RECORD
034670             UNTIL SCS-CHECKPOINT-EOF
034680         CLOSE BATCH-CHECKPOINT-FILE
034690     END-IF
034700     IF SCS-RESUME-LINE > ZERO
034710         MOVE SCS-RESUME-LINE TO SCS-RESUME-DISP
034720         DISPLAY "Execucao em lote anterior incompleta."
034730         DISPLAY "Retomando BATCHCMD apos a linha "
034740             SCS-RESUME-DISP "."
034750*        A RUN THAT DIED ON ITS CHECKPOINT IS WORTH A MAIL -
034760*        SOMETHING KILLED IT MID-FILE LAST NIGHT.
034770         MOVE "RETOMADA" TO SCS-NOTIFY-CLASS
034780         MOVE "BATCHCMD" TO SCS-NOTIFY-KEY
034790         MOVE SPACES TO SCS-NOTIFY-TEXT
034800         STRING "Lote anterior morreu apos a linha "
034810                DELIMITED BY SIZE
034820                SCS-RESUME-DISP DELIMITED BY SIZE
034830                " - retomando deste ponto." DELIMITED BY SIZE
034840                INTO SCS-NOTIFY-TEXT
034850         PERFORM SEND-NOTIFICATION
034860     END-IF.
034870 
034880*****************************************************************
034890* READ-CHECKPOINT-RECORD - READS ONE CHECKPOINT LINE, KEEPING
034900* THE HIGHEST COMPLETED LINE NUMBER SEEN SO FAR.
034910*****************************************************************
034920 READ-CHECKPOINT-RECORD.
034930     READ BATCH-CHECKPOINT-FILE
034940         AT END
034950             MOVE "Y" TO SCS-CHECKPOINT-EOF-SW
034960         NOT AT END
034970             IF CK-LINE-NUMBER > SCS-RESUME-LINE
034980                 MOVE CK-LINE-NUMBER TO SCS-RESUME-LINE
034990             END-IF
035000     END-READ.
035010 
035020*****************************************************************
035030* WRITE-BATCH-CHECKPOINT - ONE CHECKPOINT LINE FOR THE BATCHCMD
035040* COMMAND JUST COMPLETED: LINE NUMBER, TYPED COMMAND, OUTCOME.
035050* OPENED AND CLOSED AROUND EVERY WRITE SO THE LINE IS ON DISK
035060* BEFORE THE NEXT COMMAND RUNS - A RUN KILLED MID-FILE MUST
035070* STILL FIND ITS CHECKPOINT, THAT IS THE WHOLE POINT.
035080*****************************************************************
035090 WRITE-BATCH-CHECKPOINT.
035100     OPEN EXTEND BATCH-CHECKPOINT-FILE
035110     IF SCS-CHECKPOINT-STATUS = "35"
035120         OPEN OUTPUT BATCH-CHECKPOINT-FILE
035130         CLOSE BATCH-CHECKPOINT-FILE
035140         OPEN EXTEND BATCH-CHECKPOINT-FILE
035150     END-IF
035160     MOVE SPACES TO BATCH-CHECKPOINT-RECORD
035170     MOVE SCS-BATCH-LINE TO CK-LINE-NUMBER
035180     MOVE SCS-TYPED-COMMAND TO CK-COMMAND
035190     MOVE SCS-COMMAND-OUTCOME TO CK-OUTCOME
035200     WRITE BATCH-CHECKPOINT-RECORD
035210     CLOSE BATCH-CHECKPOINT-FILE.
035220 
035230*****************************************************************
035240* CLEAR-BATCH-CHECKPOINT - TRUNCATES THE CHECKPOINT AFTER A
035250* BATCH RUN THAT FINISHED, SO THE NEXT RUN IS A CLEAN START.
035260*****************************************************************
035270 CLEAR-BATCH-CHECKPOINT.
035280     OPEN OUTPUT BATCH-CHECKPOINT-FILE
035290     CLOSE BATCH-CHECKPOINT-FILE.
035300 
035310*****************************************************************
035320* OPERATOR-SIGN-ON - ASKS WHO IS AT THE CONSOLE (OR ON SYSIN IN
035330* BATCH) AND CHECKS THE ID AGAINST OPERATOR-FILE. THREE BAD
035340* TRIES END THE RUN. THE PROFILE FOUND HERE DRIVES
035350* CHECK-COMMAND-AUTHORITY FOR THE REST OF THE SESSION. AT THE
035360* CONSOLE THE OPERATOR THEN ACKNOWLEDGES THE SHIFT HANDOVER.
035370*****************************************************************
035380 OPERATOR-SIGN-ON.
035390     MOVE ZERO TO SCS-SIGNON-TRIES
035400     MOVE "N" TO SCS-OPERATOR-OK-SW
035410     PERFORM PROMPT-OPERATOR-ID
035420         UNTIL SCS-OPERATOR-OK OR SCS-SIGNON-TRIES >= 3
035430     IF SCS-OPERATOR-NOT-OK
035440         DISPLAY "Operador nao autorizado - encerrando."
035450         STOP RUN
035460     END-IF
035470     DISPLAY "Operador " SCS-OPERATOR-ID " conectado (perfil "
035480         SCS-OPERATOR-PROFILE ")."
035490     IF SCS-INTERACTIVE-MODE
035500         PERFORM SHOW-UNREAD-HANDOVERS
035510     END-IF.
035520 
035530*****************************************************************
035540* PROMPT-OPERATOR-ID - ONE SIGN-ON ATTEMPT.
035550*****************************************************************
035560 PROMPT-OPERATOR-ID.
035570     ADD 1 TO SCS-SIGNON-TRIES
035580     DISPLAY "Identificacao do operador: "
035590     ACCEPT SCS-OPERATOR-ID
035600     PERFORM LOAD-OPERATOR-TABLE
035610     MOVE SCS-OPERATOR-ID TO SCS-OPER-LOOKUP-ID
035620     PERFORM FIND-OPERATOR-SLOT
035630     EVALUATE TRUE
035640         WHEN SCS-OPER-NOT-FOUND
035650             DISPLAY "Operador desconhecido."
035660         WHEN SCS-OPER-STATUS(SCS-OPER-INDEX) = "D"
035670             DISPLAY "Conta desativada - procure um supervisor."
035680         WHEN SCS-OPER-STATUS(SCS-OPER-INDEX) = "B"
035690             DISPLAY "Conta bloqueada por falhas de senha -"
035700                 " procure um supervisor."
035710         WHEN OTHER
035720             PERFORM VERIFY-OPERATOR-PASSWORD
035730     END-EVALUATE.
035740
035750*****************************************************************
035760* VERIFY-OPERATOR-PASSWORD - CHECKS THE TYPED PASSWORD AGAINST
035770* THE RECORDED HASH. THREE WRONG PASSWORDS IN A ROW BLOCK THE
035780* ACCOUNT. A RECORD STILL IN THE OLD LAYOUT (NO HASH) HAS ITS
035790* PASSWORD SET HERE AND NOW - NEVER A SILENT PASSWORDLESS PASS.
035800*****************************************************************
035810 VERIFY-OPERATOR-PASSWORD.
035820     MOVE SCS-OPERATOR-ID TO SCS-HASH-SALT
035830     IF SCS-OPER-HASH(SCS-OPER-INDEX) IS NOT NUMERIC
035840         DISPLAY "Senha ainda nao cadastrada."
035850         MOVE "Digite a nova senha: " TO SCS-PROMPT-TEXT
035860         MOVE "N" TO SCS-VALID-INPUT-SW
035870         PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
035880         MOVE SCS-PROMPT-VALUE TO SCS-PWD-INPUT
035890         PERFORM COMPUTE-PASSWORD-HASH
035900         MOVE SCS-HASH-DISP-X TO SCS-OPER-HASH(SCS-OPER-INDEX)
035910         MOVE "A" TO SCS-OPER-STATUS(SCS-OPER-INDEX)
035920         MOVE ZERO TO SCS-OPER-FAILS(SCS-OPER-INDEX)
035930*        THE PROFILE MUST BE CLAIMED BEFORE THE REWRITE - THE
035940*        REWRITE LOOP LEAVES SCS-OPER-INDEX PAST THE TABLE.
035950         PERFORM CLAIM-OPERATOR-PROFILE
035960         PERFORM REWRITE-OPERATOR-FILE
035970     ELSE
035980         DISPLAY "Senha: "
035990         ACCEPT SCS-PWD-INPUT
036000         PERFORM COMPUTE-PASSWORD-HASH
036010         IF SCS-HASH-DISP-X = SCS-OPER-HASH(SCS-OPER-INDEX)
036020*            CLAIM FIRST - THE REWRITE LOOP LEAVES
036030*            SCS-OPER-INDEX PAST THE TABLE.
036040             PERFORM CLAIM-OPERATOR-PROFILE
036050             IF SCS-OPER-FAILS(SCS-OPER-INDEX) > ZERO
036060                 MOVE ZERO TO SCS-OPER-FAILS(SCS-OPER-INDEX)
036070                 PERFORM REWRITE-OPERATOR-FILE
036080             END-IF
036090         ELSE
036100             DISPLAY "Senha incorreta."
036110             ADD 1 TO SCS-OPER-FAILS(SCS-OPER-INDEX)
036120             IF SCS-OPER-FAILS(SCS-OPER-INDEX) >= 3
036130                 MOVE "B" TO SCS-OPER-STATUS(SCS-OPER-INDEX)
036140                 DISPLAY "Conta bloqueada por falhas de senha."
036150             END-IF
036160             PERFORM REWRITE-OPERATOR-FILE
036170         END-IF
036180     END-IF.
036190
036200*****************************************************************
036210* CLAIM-OPERATOR-PROFILE - THE SIGN-ON SUCCEEDED; THE ENTRY'S
036220* PROFILE DRIVES CHECK-COMMAND-AUTHORITY FROM HERE ON.
036230*****************************************************************
036240 CLAIM-OPERATOR-PROFILE.
036250     MOVE SCS-OPER-PROFILE(SCS-OPER-INDEX)
036260         TO SCS-OPERATOR-PROFILE
036270     MOVE "Y" TO SCS-OPERATOR-OK-SW.
036280 
036290*****************************************************************
036300* LOAD-OPERATOR-TABLE - PULLS THE OPERATORS FILE IN CORE. A BOX
036310* WITHOUT AN OPERATORS FILE DOES NOT RUN THE SHELL AT ALL - THE
036320* AUDITORS HAVE FLAGGED ANONYMOUS ACCESS TWICE.
036330*****************************************************************
036340 LOAD-OPERATOR-TABLE.
036350     MOVE "N" TO SCS-OPERATOR-OK-SW
036360     MOVE "N" TO SCS-OPER-FULL-SW
036370     MOVE ZERO TO SCS-OPER-USED
036380     OPEN INPUT OPERATOR-FILE
036390     IF SCS-OPERATORS-STATUS NOT = "00"
036400         DISPLAY "Arquivo OPERATORS nao encontrado -"
036410             " encerrando."
036420         STOP RUN
036430     END-IF
036440     MOVE "N" TO SCS-OPERATORS-EOF-SW
036450     PERFORM LOAD-OPERATOR-ENTRY UNTIL SCS-OPERATORS-EOF
036460     CLOSE OPERATOR-FILE.
036470 
036480*****************************************************************
036490* LOAD-OPERATOR-ENTRY - READS ONE OPERATORS LINE INTO THE
036500* TABLE. A LINE IN THE OLD LAYOUT COMES IN WITH SPACES PAST THE
036510* NAME: THE STATUS DEFAULTS TO ACTIVE AND THE FAILURE COUNT TO
036520* ZERO; THE HASH STAYS NON-NUMERIC UNTIL A PASSWORD IS SET.
036530*****************************************************************
036540 LOAD-OPERATOR-ENTRY.
036550     READ OPERATOR-FILE
036560         AT END
036570             MOVE "Y" TO SCS-OPERATORS-EOF-SW
036580         NOT AT END
036590             IF SCS-OPER-USED < 100
036600                 ADD 1 TO SCS-OPER-USED
036610                 MOVE OP-OPERATOR-ID
036620                     TO SCS-OPER-ID(SCS-OPER-USED)
036630                 MOVE OP-PROFILE
036640                     TO SCS-OPER-PROFILE(SCS-OPER-USED)
036650                 MOVE OP-OPERATOR-NAME
036660                     TO SCS-OPER-NAME(SCS-OPER-USED)
036670                 MOVE OP-PASSWORD-HASH
036680                     TO SCS-OPER-HASH(SCS-OPER-USED)
036690                 IF OP-STATUS = SPACE
036700                     MOVE "A" TO SCS-OPER-STATUS(SCS-OPER-USED)
036710                 ELSE
036720                     MOVE OP-STATUS
036730                         TO SCS-OPER-STATUS(SCS-OPER-USED)
036740                 END-IF
036750                 IF OP-FAIL-COUNT IS NUMERIC
036760                     MOVE OP-FAIL-COUNT
036770                         TO SCS-OPER-FAILS(SCS-OPER-USED)
036780                 ELSE
036790                     MOVE ZERO
036800                         TO SCS-OPER-FAILS(SCS-OPER-USED)
036810                 END-IF
036820             ELSE
036830                 MOVE "Y" TO SCS-OPER-FULL-SW
036840             END-IF
036850     END-READ.
036860 
036870*****************************************************************
036880* FIND-OPERATOR-SLOT - LOCATES THE TABLE ENTRY OF THE ID IN
036890* SCS-OPER-LOOKUP-ID, LEAVING ITS SUBSCRIPT IN SCS-OPER-INDEX.
036900*****************************************************************
036910 FIND-OPERATOR-SLOT.
036920     MOVE "N" TO SCS-OPER-FOUND-SW
036930     PERFORM VARYING SCS-OPER-INDEX FROM 1 BY 1
036940             UNTIL SCS-OPER-INDEX > SCS-OPER-USED
036950             OR SCS-OPER-FOUND
036960         IF SCS-OPER-ID(SCS-OPER-INDEX) = SCS-OPER-LOOKUP-ID
036970             MOVE "Y" TO SCS-OPER-FOUND-SW
036980         END-IF
036990     END-PERFORM
037000     IF SCS-OPER-FOUND
037010         SUBTRACT 1 FROM SCS-OPER-INDEX
037020     END-IF.
037030 
037040*****************************************************************
037050* REWRITE-OPERATOR-FILE - REPLACES OPERATORS WITH THE IN-CORE
037060* TABLE, ALWAYS IN THE FULL LAYOUT WITH THE HASH. A FILE TOO
037070* BIG FOR THE TABLE IS LEFT UNTOUCHED RATHER THAN REWRITTEN
037080* SHORT - SAME RULE CERTREG AND CFGSNAP APPLY.
037090*****************************************************************
037100 REWRITE-OPERATOR-FILE.
037110     IF SCS-OPER-FULL
037120         DISPLAY "Arquivo OPERATORS grande demais para a"
037130             " tabela - alteracao nao gravada."
037140     ELSE
037150         PERFORM REWRITE-OPERATOR-RECORDS
037160     END-IF.
037170
037180*****************************************************************
037190* REWRITE-OPERATOR-RECORDS - THE REWRITE ITSELF.
037200*****************************************************************
037210 REWRITE-OPERATOR-RECORDS.
037220     OPEN OUTPUT OPERATOR-FILE
037230     PERFORM VARYING SCS-OPER-INDEX FROM 1 BY 1
037240             UNTIL SCS-OPER-INDEX > SCS-OPER-USED
037250         MOVE SPACES TO OPERATOR-RECORD
037260         MOVE SCS-OPER-ID(SCS-OPER-INDEX) TO OP-OPERATOR-ID
037270         MOVE SCS-OPER-PROFILE(SCS-OPER-INDEX) TO OP-PROFILE
037280         MOVE SCS-OPER-NAME(SCS-OPER-INDEX)
037290             TO OP-OPERATOR-NAME
037300         MOVE SCS-OPER-HASH(SCS-OPER-INDEX)
037310             TO OP-PASSWORD-HASH
037320         MOVE SCS-OPER-STATUS(SCS-OPER-INDEX) TO OP-STATUS
037330         MOVE SCS-OPER-FAILS(SCS-OPER-INDEX) TO OP-FAIL-COUNT
037340         WRITE OPERATOR-RECORD
037350     END-PERFORM
037360     CLOSE OPERATOR-FILE.
037370 
037380*****************************************************************
037390* COMPUTE-PASSWORD-HASH - ROLLS THE SALT IN SCS-HASH-SALT AND
037400* THE PASSWORD IN SCS-PWD-INPUT INTO A TEN-DIGIT HASH IN
037410* SCS-HASH-DISP. EACH CHARACTER CONTRIBUTES ITS POSITION IN
037420* SCS-ALLOWED-CHARS, SO THE PASSWORD NEVER TOUCHES THE FILE.
037430*****************************************************************
037440 COMPUTE-PASSWORD-HASH.
037450     MOVE 5381 TO SCS-HASH-VALUE
037460     PERFORM VARYING SCS-HASH-INDEX FROM 1 BY 1
037470             UNTIL SCS-HASH-INDEX > 10
037480         MOVE SCS-HASH-SALT(SCS-HASH-INDEX:1) TO SCS-HASH-CHAR
037490         PERFORM HASH-ONE-CHARACTER
037500     END-PERFORM
037510     PERFORM VARYING SCS-HASH-INDEX FROM 1 BY 1
037520             UNTIL SCS-HASH-INDEX > 50
037530         MOVE SCS-PWD-INPUT(SCS-HASH-INDEX:1) TO SCS-HASH-CHAR
037540         PERFORM HASH-ONE-CHARACTER
037550     END-PERFORM
037560     MOVE SCS-HASH-VALUE TO SCS-HASH-DISP.
037570 
037580*****************************************************************
037590* HASH-ONE-CHARACTER - FOLDS ONE CHARACTER INTO THE ROLLING
037600* HASH, KEPT UNDER TEN DIGITS SO THE NEXT ROUND CANNOT
037610* OVERFLOW.
037620*****************************************************************
037630 HASH-ONE-CHARACTER.
037640     MOVE ZERO TO SCS-HASH-ORD
037650     INSPECT SCS-ALLOWED-CHARS TALLYING SCS-HASH-ORD
037660         FOR CHARACTERS BEFORE INITIAL SCS-HASH-CHAR
037670     COMPUTE SCS-HASH-WORK =
037680         SCS-HASH-VALUE * 33 + SCS-HASH-ORD + 1
037690     COMPUTE SCS-HASH-VALUE = SCS-HASH-WORK
037700         - (SCS-HASH-WORK / 1000000000) * 1000000000.
037710 
037720*****************************************************************
037730* CHECK-COMMAND-AUTHORITY - DECIDES WHETHER THE SIGNED-ON
037740* PROFILE MAY RUN THE COMMAND LINE ABOUT TO BE DISPATCHED.
037750* OPERADOR AND SUPERVISOR PROFILES RUN EVERYTHING; A JUNIOR IS
037760* HELD TO STATUS, HEALTH AND LIST COMMANDS - NO STOP, START,
037770* CONFIGURE, CREATE, BACKUP, RESTORE, PATCHING OR FLEET.
037780*****************************************************************
037790 CHECK-COMMAND-AUTHORITY.
037800     MOVE "Y" TO SCS-COMMAND-ALLOWED-SW
037810     IF SCS-PROFILE-JUNIOR
037820         EVALUATE TRUE
037830             WHEN COMMAND(1:6) = "start "
037840                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
037850             WHEN COMMAND(1:5) = "stop "
037860                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
037870             WHEN COMMAND(1:8) = "restart "
037880                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
037890             WHEN COMMAND(1:10) = "configure "
037900                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
037910             WHEN COMMAND(1:7) = "create "
037920                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
037930             WHEN COMMAND = "backup database"
037940                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
037950             WHEN COMMAND = "restore database"
037960                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
037970             WHEN COMMAND = "fleet run"
037980                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
037990             WHEN COMMAND = "watchdog"
038000                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038010             WHEN COMMAND = "scheduler"
038020                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038030             WHEN COMMAND = "remove site"
038040                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038050*            RE-BASELINING CFGSNAP COULD HIDE A DRIFT - NOT A
038060*            JUNIOR'S CALL. "verify configs" STAYS OPEN.
038070             WHEN COMMAND = "snapshot configs"
038080                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038090             WHEN COMMAND = "provision batch"
038100                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038110             WHEN COMMAND = "move site"
038120                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038130             WHEN COMMAND = "rotate db password"
038140                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038150             WHEN COMMAND = "apply updates"
038160                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038170             WHEN OTHER
038180                 CONTINUE
038190         END-EVALUATE
038200     END-IF
038210*    ACCOUNT ADMINISTRATION IS SUPERVISOR-ONLY - EVERYONE ELSE
038220*    ONLY GETS "change password" FOR THEIR OWN ACCOUNT.
038230     IF NOT SCS-PROFILE-SUPERVISOR
038240         EVALUATE TRUE
038250             WHEN COMMAND = "add operator"
038260                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038270             WHEN COMMAND = "disable operator"
038280                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038290             WHEN COMMAND = "enable operator"
038300                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038310             WHEN COMMAND = "list operators"
038320                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038330             WHEN COMMAND = "list pending"
038340                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038350             WHEN COMMAND = "approve request"
038360                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038370             WHEN COMMAND = "reject request"
038380                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038390             WHEN COMMAND = "restore config version"
038400                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038410             WHEN COMMAND = "assign owner"
038420                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038430             WHEN COMMAND = "handover history"
038440                 MOVE "N" TO SCS-COMMAND-ALLOWED-SW
038450             WHEN OTHER
038460                 CONTINUE
038470         END-EVALUATE
038480     END-IF.
038490
038500*****************************************************************
038510* BUILD-SPOOL-NAME - NAMES THE JOB-LOG SPOOL OF THIS RUN AFTER
038520* ITS START TIMESTAMP, E.G. JOBLOG.20260822-154500. THE SAME
038530* STAMP MARKS WHERE THIS SESSION'S AUDITLOG RECORDS BEGIN.
038540*****************************************************************
038550 BUILD-SPOOL-NAME.
038560     MOVE ZERO TO SCS-SPOOL-SEQ
038570     MOVE ZERO TO SCS-SEQ-BEFORE
038580     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
038590     ACCEPT SCS-AUDIT-TIME FROM TIME
038600     MOVE SPACES TO SCS-SPOOL-NAME
038610     STRING "JOBLOG." DELIMITED BY SIZE
038620            SCS-AUDIT-DATE DELIMITED BY SIZE
038630            "-" DELIMITED BY SIZE
038640            SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
038650            INTO SCS-SPOOL-NAME
038660     MOVE SPACES TO SCS-SESSION-START
038670     STRING SCS-AUDIT-DATE DELIMITED BY SIZE
038680            "-" DELIMITED BY SIZE
038690            SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
038700            INTO SCS-SESSION-START
038710     DISPLAY "Saida dos comandos sera gravada em "
038720         SCS-SPOOL-NAME ".".
038730 
038740*****************************************************************
038750* APPEND-SPOOL-OUTPUT - COPIES LASTOUT ONTO THE JOB-LOG SPOOL
038760* UNDER A MARKER CARRYING THE SAME NUMBER THE AUDIT RECORD
038770* GETS, SO A FAILED STEP'S OUTPUT CAN BE FOUND FROM ITS
038780* AUDITLOG LINE.
038790*****************************************************************
038800 APPEND-SPOOL-OUTPUT.
038810     MOVE SCS-SPOOL-SEQ TO SCS-SEQ-DISP
038820     MOVE SPACES TO SCS-SPOOL-COMMAND
038830     STRING "{ echo '===== COMANDO " DELIMITED BY SIZE
038840            SCS-SEQ-DISP DELIMITED BY SIZE
038850            " ====='; cat LASTOUT; } >> " DELIMITED BY SIZE
038860            SCS-SPOOL-NAME DELIMITED BY SPACE
038870            INTO SCS-SPOOL-COMMAND
038880     CALL "SYSTEM" USING SCS-SPOOL-COMMAND.
038890 
038900*****************************************************************
038910* SHOW-LAST-OUTPUT - REPLAYS LASTOUT AT THE CONSOLE. ALSO THE
038920* "SHOW LAST OUTPUT" COMMAND, SO AN OPERATOR CAN PULL UP WHAT
038930* A FAILED STEP ACTUALLY PRINTED. CALLS SYSTEM DIRECTLY - GOING
038940* THROUGH EXECUTE-SHELL-COMMAND WOULD OVERWRITE LASTOUT.
038950*****************************************************************
038960 SHOW-LAST-OUTPUT.
038970     MOVE "cat LASTOUT" TO SCS-SHOW-COMMAND
038980     CALL "SYSTEM" USING SCS-SHOW-COMMAND.
038990 
039000*****************************************************************
039010* WRITE-PROVISION-RECORD - RECORDS THE OBJECT JUST BUILT IN
039020* THE PROVREG REGISTRY, CREATING THE FILE THE FIRST TIME
039030* SOMETHING IS PROVISIONED ON A GIVEN BOX. REBUILDING AN
039040* OBJECT THAT IS ALREADY REGISTERED REFRESHES ITS RECORD. THE
039050* OWNER IN SCS-OWNER-CODE, IF ANY, GOES TO OWNERREG WITH IT.
039060*****************************************************************
039070 WRITE-PROVISION-RECORD.
039080     OPEN I-O PROVISION-REGISTRY-FILE
039090     IF SCS-PROVREG-STATUS = "35"
039100         OPEN OUTPUT PROVISION-REGISTRY-FILE
039110         CLOSE PROVISION-REGISTRY-FILE
039120         OPEN I-O PROVISION-REGISTRY-FILE
039130     END-IF
039140     MOVE SPACES TO PROVISION-REGISTRY-RECORD
039150     MOVE SCS-PROV-TYPE TO PV-OBJECT-TYPE
039160     MOVE SCS-PROV-NAME TO PV-OBJECT-NAME
039170     MOVE SCS-PROV-ENGINE TO PV-ENGINE
039180     IF SCS-HOST-SELECTED
039190         MOVE SCS-TARGET-HOST TO PV-SERVER
039200     ELSE
039210         MOVE "local" TO PV-SERVER
039220     END-IF
039230     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
039240     MOVE SCS-AUDIT-DATE TO PV-CREATED-DATE
039250     MOVE SCS-OPERATOR-ID TO PV-CREATED-BY
039260     MOVE PV-SERVER TO SCS-OWNER-SERVER
039270     WRITE PROVISION-REGISTRY-RECORD
039280         INVALID KEY
039290             REWRITE PROVISION-REGISTRY-RECORD
039300     END-WRITE
039310     CLOSE PROVISION-REGISTRY-FILE
039320     IF SCS-OWNER-CODE NOT = SPACES
039330         PERFORM WRITE-OWNER-ASSIGNMENT
039340     END-IF.
039350 
039360*****************************************************************
039370* LIST-REGISTRY - DISPLAYS EVERY PROVREG ENTRY OF THE OBJECT
039380* TYPE IN SCS-LIST-TYPE ("LIST SITES/DATABASES/USERS").
039390*****************************************************************
039400 LIST-REGISTRY.
039410     MOVE ZERO TO SCS-LIST-COUNT
039420     OPEN INPUT PROVISION-REGISTRY-FILE
039430     IF SCS-PROVREG-STATUS NOT = "00"
039440         DISPLAY "Registro PROVREG vazio ou ausente."
039450     ELSE
039460         MOVE "N" TO SCS-PROVREG-EOF-SW
039470         PERFORM LIST-NEXT-REGISTRY UNTIL SCS-PROVREG-EOF
039480         CLOSE PROVISION-REGISTRY-FILE
039490         IF SCS-LIST-COUNT = ZERO
039500             DISPLAY "Nenhuma entrada desse tipo no registro."
039510         END-IF
039520     END-IF.
039530 
039540*****************************************************************
039550* LIST-NEXT-REGISTRY - READS ONE PROVREG LINE AND DISPLAYS IT
039560* WHEN ITS TYPE MATCHES THE LISTING BEING PRODUCED.
039570*****************************************************************
039580 LIST-NEXT-REGISTRY.
039590     READ PROVISION-REGISTRY-FILE NEXT RECORD
039600         AT END
039610             MOVE "Y" TO SCS-PROVREG-EOF-SW
039620         NOT AT END
039630             IF PV-OBJECT-TYPE = SCS-LIST-TYPE
039640                 ADD 1 TO SCS-LIST-COUNT
039650                 DISPLAY PV-OBJECT-NAME(1:30) " "
039660                     PV-ENGINE(1:6) " " PV-SERVER(1:20) " "
039670                     PV-CREATED-DATE " " PV-CREATED-BY
039680             END-IF
039690     END-READ.
039700 
039710*****************************************************************
039720* RECONCILE-REGISTRY - COMPARES THE PROVREG REGISTRY AGAINST
039730* WHAT IS ACTUALLY ON THE TARGET BOX: APACHE AND NGINX
039740* SITES-ENABLED ENTRIES AND THE MYSQL AND POSTGRESQL DATABASES
039750* PRESENT. ANYTHING ON THE BOX BUT NOT IN THE REGISTRY IS
039760* REPORTED AS NAO REGISTRADO; ANYTHING REGISTERED BUT GONE IS
039770* REPORTED AS AUSENTE. USERS ARE NOT CHECKED.
039780*****************************************************************
039790 RECONCILE-REGISTRY.
039800*    ONLY THE ENTRIES REGISTERED FOR THE BOX THE SHELL IS
039810*    CURRENTLY POINTED AT TAKE PART - A SITE PROVISIONED ON
039820*    ANOTHER HOST IS NEITHER "AUSENTE" HERE NOR ALLOWED TO
039830*    TICK OFF A SAME-NAMED OBJECT ON THIS ONE.
039840     IF SCS-HOST-SELECTED
039850         MOVE SCS-TARGET-HOST TO SCS-RECON-TARGET
039860     ELSE
039870         MOVE "local" TO SCS-RECON-TARGET
039880     END-IF
039890     MOVE "N" TO SCS-RECON-REG-OPEN-SW
039900     OPEN INPUT PROVISION-REGISTRY-FILE
039910     IF SCS-PROVREG-STATUS = "00"
039920         MOVE "Y" TO SCS-RECON-REG-OPEN-SW
039930     ELSE
039940         DISPLAY "Registro PROVREG vazio ou ausente."
039950     END-IF
039960     OPEN OUTPUT RECON-WORK-FILE
039970     DISPLAY "===== Reconcile: registro x servidor ====="
039980     MOVE 1 TO SCS-RECON-SRC-NO
039990     MOVE "SITE" TO SCS-RECON-TYPE
040000     MOVE "APACHE" TO SCS-RECON-ENGINE
040010     MOVE "ls /etc/apache2/sites-enabled" TO COMMAND
040020     PERFORM RUN-RECON-SOURCE
040030     MOVE 2 TO SCS-RECON-SRC-NO
040040     MOVE "SITE" TO SCS-RECON-TYPE
040050     MOVE "NGINX" TO SCS-RECON-ENGINE
040060     MOVE "ls /etc/nginx/sites-enabled" TO COMMAND
040070     PERFORM RUN-RECON-SOURCE
040080     MOVE 3 TO SCS-RECON-SRC-NO
040090     MOVE "DATABASE" TO SCS-RECON-TYPE
040100     MOVE "MYSQL" TO SCS-RECON-ENGINE
040110     MOVE "mysql -N -e 'SHOW DATABASES;'" TO COMMAND
040120     PERFORM RUN-RECON-SOURCE
040130     MOVE 4 TO SCS-RECON-SRC-NO
040140     MOVE "DATABASE" TO SCS-RECON-TYPE
040150     MOVE "PGSQL" TO SCS-RECON-ENGINE
040160     MOVE "sudo -u postgres psql -At -c 'SELECT datname FROM p
040170-        "g_database;'" TO COMMAND
040180     PERFORM RUN-RECON-SOURCE
040190     CLOSE RECON-WORK-FILE
040200     PERFORM REPORT-MISSING-ENTRIES
040210     IF SCS-RECON-REG-OPEN
040220         CLOSE PROVISION-REGISTRY-FILE
040230     END-IF
040240     DISPLAY "(usuarios registrados nao sao verificados)"
040250     DISPLAY "===== Fim do reconcile =====".
040260 
040270*****************************************************************
040280* RUN-RECON-SOURCE - RUNS THE LISTING COMMAND ALREADY BUILT IN
040290* COMMAND AND PARSES ITS CAPTURED OUTPUT. WHEN THE LISTING
040300* ITSELF FAILS (ENGINE NOT INSTALLED, BOX UNREACHABLE) THE
040310* SOURCE IS FLAGGED SO ITS REGISTRY ENTRIES SIT OUT THE
040320* AUSENTE CHECK INSTEAD OF ALL BEING REPORTED AS MISSING.
040330*****************************************************************
040340 RUN-RECON-SOURCE.
040350     MOVE "N" TO SCS-RECON-SRC-FAIL(SCS-RECON-SRC-NO)
040360     PERFORM EXECUTE-SHELL-COMMAND
040370     IF RETURN-CODE = ZERO
040380         PERFORM SCAN-LASTOUT-LINES
040390     ELSE
040400         DISPLAY "Aviso: nao foi possivel listar "
040410             SCS-RECON-ENGINE(1:6) " - entradas ignoradas."
040420         MOVE "Y" TO SCS-RECON-SRC-FAIL(SCS-RECON-SRC-NO)
040430     END-IF.
040440 
040450*****************************************************************
040460* SCAN-LASTOUT-LINES - READS THE LASTOUT CAPTURE OF THE LISTING
040470* JUST RUN, ONE NAME PER LINE.
040480*****************************************************************
040490 SCAN-LASTOUT-LINES.
040500     OPEN INPUT LAST-OUTPUT-FILE
040510     IF SCS-LASTOUT-STATUS = "00"
040520         MOVE "N" TO SCS-LASTOUT-EOF-SW
040530         PERFORM MATCH-RECON-LINE UNTIL SCS-LASTOUT-EOF
040540         CLOSE LAST-OUTPUT-FILE
040550     END-IF.
040560 
040570*****************************************************************
040580* MATCH-RECON-LINE - ONE LINE OF LISTING OUTPUT: DERIVES THE
040590* OBJECT NAME, SKIPS ENGINE SYSTEM DATABASES AND REPORTS THE
040600* NAME WHEN THE REGISTRY DOES NOT KNOW IT.
040610*****************************************************************
040620 MATCH-RECON-LINE.
040630     READ LAST-OUTPUT-FILE
040640         AT END
040650             MOVE "Y" TO SCS-LASTOUT-EOF-SW
040660         NOT AT END
040670             IF LAST-OUTPUT-RECORD NOT = SPACES
040680                 PERFORM DERIVE-RECON-NAME
040690                 PERFORM CHECK-SYSTEM-NAME
040700                 IF SCS-RECON-REAL-NAME
040710                     PERFORM MATCH-REGISTRY-ENTRY
040720                     IF SCS-RECON-NOT-MATCHED
040730                         DISPLAY "NAO REGISTRADO: "
040740                             SCS-RECON-ENGINE(1:6) " "
040750                             SCS-RECON-NAME(1:40)
040760                     END-IF
040770                     PERFORM WRITE-RECON-WORK-LINE
040780                 END-IF
040790             END-IF
040800     END-READ.
040810 
040820*****************************************************************
040830* DERIVE-RECON-NAME - TRIMS THE LISTING LINE AND, FOR APACHE
040840* SITES-ENABLED ENTRIES, STRIPS THE TRAILING .conf SO THE NAME
040850* COMPARES AGAINST THE REGISTERED DOMAIN.
040860*****************************************************************
040870 DERIVE-RECON-NAME.
040880     MOVE 100 TO SCS-RECON-LINE-LEN
040890     PERFORM UNTIL LAST-OUTPUT-RECORD(SCS-RECON-LINE-LEN:1)
040900             NOT = SPACE OR SCS-RECON-LINE-LEN = 1
040910         SUBTRACT 1 FROM SCS-RECON-LINE-LEN
040920     END-PERFORM
040930     MOVE SPACES TO SCS-RECON-NAME
040940     IF SCS-RECON-ENGINE = "APACHE"
040950             AND SCS-RECON-LINE-LEN > 5
040960             AND LAST-OUTPUT-RECORD
040970                 (SCS-RECON-LINE-LEN - 4:5) = ".conf"
040980         MOVE LAST-OUTPUT-RECORD(1:SCS-RECON-LINE-LEN - 5)
040990             TO SCS-RECON-NAME
041000     ELSE
041010         MOVE LAST-OUTPUT-RECORD(1:SCS-RECON-LINE-LEN)
041020             TO SCS-RECON-NAME
041030     END-IF.
041040 
041050*****************************************************************
041060* CHECK-SYSTEM-NAME - THE ENGINES' OWN DATABASES ARE NOT DRIFT
041070* AND ARE LEFT OUT OF THE NAO REGISTRADO REPORT.
041080*****************************************************************
041090 CHECK-SYSTEM-NAME.
041100     MOVE "N" TO SCS-RECON-SYSTEM-SW
041110     IF SCS-RECON-TYPE = "DATABASE"
041120         EVALUATE SCS-RECON-NAME
041130             WHEN "information_schema"
041140             WHEN "mysql"
041150             WHEN "performance_schema"
041160             WHEN "sys"
041170             WHEN "postgres"
041180             WHEN "template0"
041190             WHEN "template1"
041200                 MOVE "Y" TO SCS-RECON-SYSTEM-SW
041210             WHEN OTHER
041220                 CONTINUE
041230         END-EVALUATE
041240     END-IF.
041250 
041260*****************************************************************
041270* MATCH-REGISTRY-ENTRY - PROBES THE REGISTRY BY KEY FOR THE
041280* DERIVED NAME ON THE TARGET BOX. NO 200-ENTRY TABLE ANY MORE:
041290* THE INDEXED READ IS THE LOOKUP.
041300*****************************************************************
041310 MATCH-REGISTRY-ENTRY.
041320     MOVE "N" TO SCS-RECON-MATCH-SW
041330     IF SCS-RECON-REG-OPEN
041340         MOVE SCS-RECON-TYPE TO PV-OBJECT-TYPE
041350         MOVE SCS-RECON-NAME TO PV-OBJECT-NAME
041360         MOVE SCS-RECON-ENGINE TO PV-ENGINE
041370         MOVE SCS-RECON-TARGET TO PV-SERVER
041380         READ PROVISION-REGISTRY-FILE
041390             INVALID KEY
041400                 CONTINUE
041410             NOT INVALID KEY
041420                 MOVE "Y" TO SCS-RECON-MATCH-SW
041430         END-READ
041440     END-IF.
041450 
041460*****************************************************************
041470* WRITE-RECON-WORK-LINE - THE OBJECT THE LISTING JUST FOUND ON
041480* THE BOX, KEPT FOR THE AUSENTE PASS.
041490*****************************************************************
041500 WRITE-RECON-WORK-LINE.
041510     MOVE SPACES TO RECON-WORK-RECORD
041520     MOVE SCS-RECON-TYPE TO RW-TYPE
041530     MOVE SCS-RECON-ENGINE TO RW-ENGINE
041540     MOVE SCS-RECON-NAME TO RW-NAME
041550     WRITE RECON-WORK-RECORD.
041560 
041570*****************************************************************
041580* REPORT-MISSING-ENTRIES - WALKS THE WHOLE REGISTRY AND
041590* REPORTS EVERY SITE OR DATABASE OF THE TARGET BOX THAT NO
041600* LISTING SOURCE FOUND. ENTRIES OF A SOURCE THAT FAILED TO
041610* LIST SIT THE CHECK OUT.
041620*****************************************************************
041630 REPORT-MISSING-ENTRIES.
041640     IF SCS-RECON-REG-OPEN
041650         MOVE SPACES TO PV-REG-KEY
041660         MOVE "N" TO SCS-PROVREG-EOF-SW
041670         START PROVISION-REGISTRY-FILE KEY >= PV-REG-KEY
041680             INVALID KEY
041690                 MOVE "Y" TO SCS-PROVREG-EOF-SW
041700         END-START
041710         PERFORM CHECK-MISSING-ENTRY UNTIL SCS-PROVREG-EOF
041720     END-IF.
041730 
041740*****************************************************************
041750* CHECK-MISSING-ENTRY - ONE REGISTRY RECORD OF THE AUSENTE
041760* PASS.
041770*****************************************************************
041780 CHECK-MISSING-ENTRY.
041790     READ PROVISION-REGISTRY-FILE NEXT RECORD
041800         AT END
041810             MOVE "Y" TO SCS-PROVREG-EOF-SW
041820         NOT AT END
041830             IF PV-SERVER = SCS-RECON-TARGET
041840                     AND (PV-OBJECT-TYPE = "SITE"
041850                         OR PV-OBJECT-TYPE = "DATABASE")
041860                 PERFORM CLASSIFY-RECON-SOURCE
041870                 IF SCS-RECON-SRC-NO > ZERO
041880                         AND SCS-RECON-SRC-FAIL
041890                             (SCS-RECON-SRC-NO) = "N"
041900                     PERFORM SCAN-RECONWORK-FOR-ENTRY
041910                     IF SCS-RECON-NOT-SEEN
041920                         DISPLAY "AUSENTE NO SERVIDOR: "
041930                             PV-OBJECT-TYPE(1:8) " "
041940                             PV-OBJECT-NAME(1:40) " "
041950                             PV-ENGINE(1:6)
041960                         MOVE "AUSENTE" TO SCS-CHECK-VERDICT
041970                     ELSE
041980                         MOVE "PRESENTE" TO SCS-CHECK-VERDICT
041990                     END-IF
042000                     IF PV-OBJECT-TYPE = "SITE"
042010                         MOVE "RECONCILE" TO SCS-CHECK-KIND
042020                         MOVE PV-OBJECT-NAME TO SCS-CHECK-DOMAIN
042030                         MOVE PV-ENGINE TO SCS-CHECK-ENGINE
042040                         MOVE PV-SERVER TO SCS-CHECK-SERVER
042050                         PERFORM WRITE-SITE-CHECK
042060                     END-IF
042070                 END-IF
042080             END-IF
042090     END-READ.
042100 
042110*****************************************************************
042120* CLASSIFY-RECON-SOURCE - MAPS THE REGISTRY RECORD TO THE
042130* LISTING SOURCE THAT SHOULD HAVE SEEN IT. ZERO MEANS NO
042140* SOURCE COVERS IT (USERS, UNKNOWN ENGINES).
042150*****************************************************************
042160 CLASSIFY-RECON-SOURCE.
042170     MOVE ZERO TO SCS-RECON-SRC-NO
042180     EVALUATE TRUE
042190         WHEN PV-OBJECT-TYPE = "SITE" AND PV-ENGINE = "APACHE"
042200             MOVE 1 TO SCS-RECON-SRC-NO
042210         WHEN PV-OBJECT-TYPE = "SITE" AND PV-ENGINE = "NGINX"
042220             MOVE 2 TO SCS-RECON-SRC-NO
042230         WHEN PV-OBJECT-TYPE = "DATABASE"
042240                 AND PV-ENGINE = "MYSQL"
042250             MOVE 3 TO SCS-RECON-SRC-NO
042260         WHEN PV-OBJECT-TYPE = "DATABASE"
042270                 AND PV-ENGINE = "PGSQL"
042280             MOVE 4 TO SCS-RECON-SRC-NO
042290         WHEN OTHER
042300             CONTINUE
042310     END-EVALUATE.
042320 
042330*****************************************************************
042340* SCAN-RECONWORK-FOR-ENTRY - DID ANY LISTING LINE MATCH THE
042350* REGISTRY RECORD UNDER THE READ HEAD?
042360*****************************************************************
042370 SCAN-RECONWORK-FOR-ENTRY.
042380     MOVE "N" TO SCS-RECON-SEEN-SW
042390     OPEN INPUT RECON-WORK-FILE
042400     IF SCS-RECONWORK-STATUS = "00"
042410         MOVE "N" TO SCS-RECONWORK-EOF-SW
042420         PERFORM MATCH-RECONWORK-LINE
042430             UNTIL SCS-RECONWORK-EOF OR SCS-RECON-SEEN
042440         CLOSE RECON-WORK-FILE
042450     END-IF.
042460 
042470*****************************************************************
042480* MATCH-RECONWORK-LINE - ONE RECONWORK LINE AGAINST THE
042490* CURRENT REGISTRY RECORD.
042500*****************************************************************
042510 MATCH-RECONWORK-LINE.
042520     READ RECON-WORK-FILE
042530         AT END
042540             MOVE "Y" TO SCS-RECONWORK-EOF-SW
042550         NOT AT END
042560             IF RW-TYPE = PV-OBJECT-TYPE
042570                     AND RW-ENGINE = PV-ENGINE
042580                     AND RW-NAME = PV-OBJECT-NAME
042590                 MOVE "Y" TO SCS-RECON-SEEN-SW
042600             END-IF
042610     END-READ.
042620 
042630*****************************************************************
042640* WATCHDOG-MODE - POLLS APACHE2, NGINX, MYSQL AND POSTGRESQL
042650* FOR THE ASKED NUMBER OF CYCLES, RESTARTING WHATEVER IS DOWN
042660* AND RECORDING EVERY DETECTION IN INCIDENT-FILE. A SERVICE
042670* STILL DOWN AFTER THREE FAILED RESTARTS IS ESCALATED AND LEFT
042680* ALONE SO A FLAPPING ENGINE IS NOT HAMMERED ALL NIGHT.
042690*****************************************************************
042700 WATCHDOG-MODE.
042710     DISPLAY "Numero de ciclos de vigilancia: "
042720     ACCEPT SCS-NUMBER-TEXT
042730     PERFORM CONVERT-NUMBER-TEXT
042740     MOVE SCS-NUMBER-VALUE TO SCS-WATCH-CYCLES
042750     DISPLAY "Intervalo entre ciclos em segundos: "
042760     ACCEPT SCS-NUMBER-TEXT
042770     PERFORM CONVERT-NUMBER-TEXT
042780     MOVE SCS-NUMBER-VALUE TO SCS-WATCH-INTERVAL
042790     MOVE "apache2" TO SCS-WATCH-SERVICE(1)
042800     MOVE "nginx" TO SCS-WATCH-SERVICE(2)
042810     MOVE "mysql" TO SCS-WATCH-SERVICE(3)
042820     MOVE "postgresql" TO SCS-WATCH-SERVICE(4)
042830     PERFORM VARYING SCS-WATCH-INDEX FROM 1 BY 1
042840             UNTIL SCS-WATCH-INDEX > 4
042850         MOVE ZERO TO SCS-WATCH-FAILS(SCS-WATCH-INDEX)
042860         MOVE "N" TO SCS-WATCH-STOPPED-SW(SCS-WATCH-INDEX)
042870     END-PERFORM
042880     PERFORM WATCHDOG-CYCLE
042890         VARYING SCS-WATCH-CYCLE-NO FROM 1 BY 1
042900         UNTIL SCS-WATCH-CYCLE-NO > SCS-WATCH-CYCLES
042910     DISPLAY "Vigilancia encerrada - incidentes em INCIDENTS.".
042920 
042930*****************************************************************
042940* WATCHDOG-CYCLE - ONE POLLING PASS OVER THE FOUR SERVICES,
042950* FOLLOWED BY THE CONFIGURED PAUSE (EXCEPT AFTER THE LAST).
042960*****************************************************************
042970 WATCHDOG-CYCLE.
042980     MOVE SCS-WATCH-CYCLE-NO TO SCS-NUMBER-DISP
042990     DISPLAY "--- Ciclo de vigilancia " SCS-NUMBER-DISP " ---"
043000     PERFORM CHECK-WATCH-SERVICE
043010         VARYING SCS-WATCH-INDEX FROM 1 BY 1
043020         UNTIL SCS-WATCH-INDEX > 4
043030*    EACH CYCLE ALSO FEEDS THE METRICS HISTORY, SO THE TREND
043040*    REPORT CAN SAY WHAT THE BOX LOOKED LIKE BEFORE A FAILURE.
043050     PERFORM COLLECT-METRICS-SAMPLE
043060     IF SCS-WATCH-CYCLE-NO < SCS-WATCH-CYCLES
043070         PERFORM WATCHDOG-SLEEP
043080     END-IF.
043090 
043100*****************************************************************
043110* CHECK-WATCH-SERVICE - POLLS ONE SERVICE. A SERVICE FOUND UP
043120* HAS ITS CONSECUTIVE-FAILURE COUNT CLEARED; A SERVICE FOUND
043130* DOWN GOES TO HANDLE-WATCH-FAILURE.
043140*****************************************************************
043150 CHECK-WATCH-SERVICE.
043160     PERFORM RUN-WATCH-STATUS
043170     IF RETURN-CODE = ZERO
043180         MOVE ZERO TO SCS-WATCH-FAILS(SCS-WATCH-INDEX)
043190         MOVE "N" TO SCS-WATCH-STOPPED-SW(SCS-WATCH-INDEX)
043200     ELSE
043210         PERFORM HANDLE-WATCH-FAILURE
043220     END-IF.
043230 
043240*****************************************************************
043250* RUN-WATCH-STATUS - THE STATUS COMMAND OF THE SERVICE UNDER
043260* THE CURRENT WATCH INDEX, REUSING THE COMMAND PARAGRAPHS.
043270*****************************************************************
043280 RUN-WATCH-STATUS.
043290     EVALUATE SCS-WATCH-INDEX
043300         WHEN 1
043310             PERFORM STATUS-APACHE
043320         WHEN 2
043330             PERFORM STATUS-NGINX
043340         WHEN 3
043350             PERFORM STATUS-MYSQL
043360         WHEN OTHER
043370             PERFORM STATUS-POSTGRES
043380     END-EVALUATE.
043390 
043400*****************************************************************
043410* RUN-WATCH-RESTART - THE MATCHING RESTART, SAME SCHEME.
043420*****************************************************************
043430 RUN-WATCH-RESTART.
043440     EVALUATE SCS-WATCH-INDEX
043450         WHEN 1
043460             PERFORM RESTART-APACHE
043470         WHEN 2
043480             PERFORM RESTART-NGINX
043490         WHEN 3
043500             PERFORM RESTART-MYSQL
043510         WHEN OTHER
043520             PERFORM RESTART-POSTGRES
043530     END-EVALUATE.
043540 
043550*****************************************************************
043560* HANDLE-WATCH-FAILURE - ONE DOWN DETECTION: RESTART AND
043570* RE-CHECK, OR ESCALATE ONCE THE SERVICE HAS FAILED THREE
043580* RESTARTS IN A ROW. AN ALREADY-ESCALATED SERVICE IS LEFT FOR
043590* THE HUMAN IT WAS FLAGGED TO.
043600*****************************************************************
043610 HANDLE-WATCH-FAILURE.
043620     IF SCS-WATCH-STOPPED-SW(SCS-WATCH-INDEX) = "Y"
043630         CONTINUE
043640     ELSE
043650         ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
043660         ACCEPT SCS-AUDIT-TIME FROM TIME
043670         MOVE SPACES TO SCS-WATCH-DETECTED
043680         STRING SCS-AUDIT-DATE DELIMITED BY SIZE
043690                "-" DELIMITED BY SIZE
043700                SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
043710                INTO SCS-WATCH-DETECTED
043720         ADD 1 TO SCS-WATCH-FAILS(SCS-WATCH-INDEX)
043730         IF SCS-WATCH-FAILS(SCS-WATCH-INDEX) > 3
043740             DISPLAY SCS-WATCH-SERVICE(SCS-WATCH-INDEX)
043750                 " segue fora apos 3 reinicios - intervencao"
043760                 " humana necessaria."
043770             MOVE "Y" TO SCS-WATCH-STOPPED-SW(SCS-WATCH-INDEX)
043780             MOVE "NENHUMA" TO SCS-INCIDENT-ACTION
043790             MOVE "ESCALADO" TO SCS-INCIDENT-OUTCOME
043800             PERFORM WRITE-INCIDENT-RECORD
043810             MOVE "ESCALACAO" TO SCS-NOTIFY-CLASS
043820             MOVE SCS-WATCH-SERVICE(SCS-WATCH-INDEX)
043830                 TO SCS-NOTIFY-KEY
043840             MOVE SPACES TO SCS-NOTIFY-TEXT
043850             STRING "Servico " DELIMITED BY SIZE
043860                    SCS-WATCH-SERVICE(SCS-WATCH-INDEX)
043870                        DELIMITED BY SPACE
043880                    " segue fora apos 3 reinicios -"
043890                        DELIMITED BY SIZE
043900                    " intervencao humana necessaria."
043910                        DELIMITED BY SIZE
043920                    INTO SCS-NOTIFY-TEXT
043930             PERFORM SEND-NOTIFICATION
043940         ELSE
043950             DISPLAY SCS-WATCH-SERVICE(SCS-WATCH-INDEX)
043960                 " fora do ar - reiniciando."
043970             PERFORM RUN-WATCH-RESTART
043980             PERFORM RUN-WATCH-STATUS
043990             MOVE "REINICIO" TO SCS-INCIDENT-ACTION
044000             IF RETURN-CODE = ZERO
044010                 MOVE "RECUPERADO" TO SCS-INCIDENT-OUTCOME
044020                 PERFORM WRITE-INCIDENT-RECORD
044030                 MOVE ZERO
044040                     TO SCS-WATCH-FAILS(SCS-WATCH-INDEX)
044050             ELSE
044060                 MOVE "FALHOU" TO SCS-INCIDENT-OUTCOME
044070                 PERFORM WRITE-INCIDENT-RECORD
044080             END-IF
044090         END-IF
044100     END-IF.
044110 
044120*****************************************************************
044130* WRITE-INCIDENT-RECORD - APPENDS ONE INCIDENTS LINE, CREATING
044140* THE FILE ON FIRST USE.
044150*****************************************************************
044160 WRITE-INCIDENT-RECORD.
044170     OPEN EXTEND INCIDENT-FILE
044180     IF SCS-INCIDENT-STATUS = "35"
044190         OPEN OUTPUT INCIDENT-FILE
044200         CLOSE INCIDENT-FILE
044210         OPEN EXTEND INCIDENT-FILE
044220     END-IF
044230     MOVE SPACES TO INCIDENT-RECORD
044240     MOVE SCS-WATCH-SERVICE(SCS-WATCH-INDEX) TO IN-SERVICE
044250     MOVE SCS-WATCH-DETECTED TO IN-DETECTED
044260     MOVE SCS-INCIDENT-ACTION TO IN-ACTION
044270     MOVE SCS-INCIDENT-OUTCOME TO IN-OUTCOME
044280     MOVE SCS-WATCH-FAILS(SCS-WATCH-INDEX) TO IN-FAIL-COUNT
044290     IF SCS-HOST-SELECTED
044300         MOVE SCS-TARGET-HOST TO IN-SERVER
044310     ELSE
044320         MOVE "local" TO IN-SERVER
044330     END-IF
044340     WRITE INCIDENT-RECORD
044350     CLOSE INCIDENT-FILE.
044360 
044370*****************************************************************
044380* WATCHDOG-SLEEP - THE PAUSE BETWEEN POLLING CYCLES. CALLS
044390* SYSTEM DIRECTLY - SPOOLING EVERY SLEEP WOULD DROWN THE
044400* JOB LOG IN EMPTY MARKERS.
044410*****************************************************************
044420 WATCHDOG-SLEEP.
044430     MOVE SCS-WATCH-INTERVAL TO SCS-NUMBER-DISP
044440     MOVE SPACES TO SCS-SLEEP-COMMAND
044450     STRING "sleep " DELIMITED BY SIZE
044460            SCS-NUMBER-DISP DELIMITED BY SIZE
044470            INTO SCS-SLEEP-COMMAND
044480     CALL "SYSTEM" USING SCS-SLEEP-COMMAND.
044490 
044500*****************************************************************
044510* CONVERT-NUMBER-TEXT - TURNS A TYPED NUMBER INTO
044520* SCS-NUMBER-VALUE. NON-DIGITS ARE SKIPPED; NO DIGITS AT ALL
044530* LEAVES ZERO.
044540*****************************************************************
044550 CONVERT-NUMBER-TEXT.
044560     MOVE ZERO TO SCS-NUMBER-VALUE
044570     PERFORM VARYING SCS-NUMBER-INDEX FROM 1 BY 1
044580             UNTIL SCS-NUMBER-INDEX > 5
044590         MOVE SCS-NUMBER-TEXT(SCS-NUMBER-INDEX:1)
044600             TO SCS-DIGIT-CHAR
044610         IF SCS-DIGIT-CHAR >= "0" AND SCS-DIGIT-CHAR <= "9"
044620             COMPUTE SCS-NUMBER-VALUE =
044630                 SCS-NUMBER-VALUE * 10 + SCS-DIGIT-NUM
044640         END-IF
044650     END-PERFORM.
044660 
044670*****************************************************************
044680* PROMPT-WEB-ENGINE - ASKS WHICH WEB SERVER SERVES THE SITE
044690* BEING DECOMMISSIONED OR WHOSE CONF VERSIONS ARE WANTED.
044700* PERFORMED UNTIL A VALID CHOICE.
044710*****************************************************************
044720 PROMPT-WEB-ENGINE.
044730     DISPLAY "Servidor web do site - 1 Apache, 2 Nginx: "
044740     ACCEPT SCS-WEB-ENGINE-CHOICE
044750     IF NOT SCS-WEB-APACHE AND NOT SCS-WEB-NGINX
044760         DISPLAY "Opcao invalida. Tente novamente."
044770     END-IF.
044780 
044790*****************************************************************
044800* STAGE-REMOVE-SITE - "REMOVE SITE" NO LONGER EXECUTES ON THE
044810* WORD OF ONE OPERATOR: IT COLLECTS WHAT IS TO BE REMOVED AND
044820* WHY, AND FILES THE REQUEST AS PENDENTE IN THE PENDAPPR QUEUE
044830* FOR A SUPERVISOR TO APPROVE OR REJECT.
044840*****************************************************************
044850 STAGE-REMOVE-SITE.
044860     MOVE "Digite o nome de dominio a descomissionar: "
044870         TO SCS-PROMPT-TEXT
044880     MOVE "N" TO SCS-VALID-INPUT-SW
044890     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
044900     MOVE SCS-PROMPT-VALUE TO SCS-STAGE-DOMAIN
044910     MOVE SPACE TO SCS-WEB-ENGINE-CHOICE
044920     PERFORM PROMPT-WEB-ENGINE
044930         UNTIL SCS-WEB-APACHE OR SCS-WEB-NGINX
044940     MOVE SCS-WEB-ENGINE-CHOICE TO SCS-STAGE-WEB
044950     MOVE "N" TO SCS-STAGE-DROP-DB
044960     MOVE SPACE TO SCS-STAGE-DB-ENG
044970     MOVE SPACES TO SCS-STAGE-DB
044980     DISPLAY "Apagar o banco de dados associado (S/N)? "
044990     ACCEPT SCS-REMOVE-DB-CHOICE-SW
045000     IF SCS-REMOVE-DB-YES
045010         MOVE "S" TO SCS-STAGE-DROP-DB
045020         MOVE SPACE TO SCS-ENGINE-CHOICE
045030         PERFORM PROMPT-ENGINE-CHOICE
045040             UNTIL SCS-ENGINE-MYSQL OR SCS-ENGINE-POSTGRES
045050         MOVE SCS-ENGINE-CHOICE TO SCS-STAGE-DB-ENG
045060         MOVE "Digite o nome do banco de dados: "
045070             TO SCS-PROMPT-TEXT
045080         MOVE "N" TO SCS-VALID-INPUT-SW
045090         PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
045100         MOVE SCS-PROMPT-VALUE TO SCS-STAGE-DB
045110     END-IF
045120     MOVE "N" TO SCS-STAGE-DROP-USER
045130     MOVE SPACE TO SCS-STAGE-USER-ENG
045140     MOVE SPACES TO SCS-STAGE-USER
045150     DISPLAY "Apagar o usuario associado (S/N)? "
045160     ACCEPT SCS-REMOVE-USER-CHOICE-SW
045170     IF SCS-REMOVE-USER-YES
045180         MOVE "S" TO SCS-STAGE-DROP-USER
045190         MOVE SPACE TO SCS-ENGINE-CHOICE
045200         PERFORM PROMPT-ENGINE-CHOICE
045210             UNTIL SCS-ENGINE-MYSQL OR SCS-ENGINE-POSTGRES
045220         MOVE SCS-ENGINE-CHOICE TO SCS-STAGE-USER-ENG
045230         MOVE "Digite o nome de usuario: " TO SCS-PROMPT-TEXT
045240         MOVE "N" TO SCS-VALID-INPUT-SW
045250         PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
045260         MOVE SCS-PROMPT-VALUE TO SCS-STAGE-USER
045270     END-IF
045280     DISPLAY "Motivo do descomissionamento: "
045290     ACCEPT SCS-STAGE-REASON
045300     IF SCS-HOST-SELECTED
045310         MOVE SCS-TARGET-HOST TO SCS-STAGE-SERVER
045320     ELSE
045330         MOVE "local" TO SCS-STAGE-SERVER
045340     END-IF
045350     PERFORM FILE-PENDING-REQUEST.
045360
045370*****************************************************************
045380* FILE-PENDING-REQUEST - APPENDS THE STAGED DECOMMISSION TO THE
045390* PENDAPPR QUEUE UNDER THE NEXT FREE NUMBER. THE STALE/SETTLED
045400* HOUSEKEEPING RUNS FIRST, SO DECIDED HISTORY NEVER BLOCKS A
045410* NEW REQUEST - ONLY LIVE AND RECENT ENTRIES COUNT AGAINST THE
045420* SLOTS.
045430*****************************************************************
045440 FILE-PENDING-REQUEST.
045450     PERFORM LOAD-PENDING-TABLE
045460     PERFORM EXPIRE-STALE-REQUESTS
045470     IF SCS-PEND-FULL
045480         DISPLAY "Fila PENDAPPR grande demais para a tabela -"
045490             " solicitacao recusada."
045500         MOVE "ERRO" TO SCS-COMMAND-OUTCOME
045510     ELSE
045520     IF SCS-PEND-USED >= 50
045530         DISPLAY "Fila PENDAPPR cheia de solicitacoes ativas -"
045540             " solicitacao recusada."
045550         MOVE "ERRO" TO SCS-COMMAND-OUTCOME
045560     ELSE
045570         MOVE ZERO TO SCS-PEND-NEXT-SEQ
045580         PERFORM VARYING SCS-PEND-INDEX FROM 1 BY 1
045590                 UNTIL SCS-PEND-INDEX > SCS-PEND-USED
045600             IF SCS-PEND-SEQ(SCS-PEND-INDEX)
045610                     > SCS-PEND-NEXT-SEQ
045620                 MOVE SCS-PEND-SEQ(SCS-PEND-INDEX)
045630                     TO SCS-PEND-NEXT-SEQ
045640             END-IF
045650         END-PERFORM
045660         ADD 1 TO SCS-PEND-NEXT-SEQ
045670         ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
045680         ACCEPT SCS-AUDIT-TIME FROM TIME
045690         MOVE SPACES TO SCS-STAGE-STAMP
045700         STRING SCS-AUDIT-DATE DELIMITED BY SIZE
045710                "-" DELIMITED BY SIZE
045720                SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
045730                INTO SCS-STAGE-STAMP
045740         ADD 1 TO SCS-PEND-USED
045750         MOVE SCS-PEND-NEXT-SEQ
045760             TO SCS-PEND-SEQ(SCS-PEND-USED)
045770         MOVE "PENDENTE" TO SCS-PEND-STATUS(SCS-PEND-USED)
045780         MOVE SCS-STAGE-STAMP
045790             TO SCS-PEND-REQUESTED(SCS-PEND-USED)
045800         MOVE SCS-OPERATOR-ID
045810             TO SCS-PEND-REQUESTER(SCS-PEND-USED)
045820         MOVE SPACES TO SCS-PEND-APPROVER(SCS-PEND-USED)
045830         MOVE SCS-STAGE-DOMAIN
045840             TO SCS-PEND-DOMAIN(SCS-PEND-USED)
045850         MOVE SCS-STAGE-SERVER
045860             TO SCS-PEND-SERVER(SCS-PEND-USED)
045870         MOVE SCS-STAGE-WEB TO SCS-PEND-WEB(SCS-PEND-USED)
045880         MOVE SCS-STAGE-DROP-DB
045890             TO SCS-PEND-DROP-DB(SCS-PEND-USED)
045900         MOVE SCS-STAGE-DB-ENG
045910             TO SCS-PEND-DB-ENG(SCS-PEND-USED)
045920         MOVE SCS-STAGE-DB TO SCS-PEND-DB(SCS-PEND-USED)
045930         MOVE SCS-STAGE-DROP-USER
045940             TO SCS-PEND-DROP-USER(SCS-PEND-USED)
045950         MOVE SCS-STAGE-USER-ENG
045960             TO SCS-PEND-USER-ENG(SCS-PEND-USED)
045970         MOVE SCS-STAGE-USER TO SCS-PEND-USER(SCS-PEND-USED)
045980         MOVE SCS-STAGE-REASON
045990             TO SCS-PEND-REASON(SCS-PEND-USED)
046000         PERFORM REWRITE-PENDING-FILE
046010         MOVE SCS-PEND-NEXT-SEQ TO SCS-PEND-SEQ-DISP
046020         DISPLAY "Solicitacao " SCS-PEND-SEQ-DISP
046030             " registrada - aguarda aprovacao de um supervisor."
046040*        ONLY A REQUEST THAT REALLY LANDED IN THE QUEUE AUDITS
046050*        AS PENDENTE; A REFUSED ONE KEEPS ITS ERRO.
046060         MOVE "PENDENTE" TO SCS-COMMAND-OUTCOME
046070     END-IF
046080     END-IF.
046090
046100*****************************************************************
046110* EXECUTE-REMOVE-SITE - THE COORDINATED DECOMMISSION OF ONE
046120* DOMAIN, DRIVEN ENTIRELY BY THE STAGED FIELDS: THE SITE IS
046130* DISABLED AND ITS CONF ARCHIVED, THE ASSOCIATED DATABASE AND
046140* USER DROPPED WHEN THE REQUEST ASKED FOR IT (THE DATABASE
046150* ONLY AFTER A FINAL CATALOGUED DUMP), EVERY STEP AUDITED AND
046160* THE PROVREG ENTRIES PURGED. ONLY APPROVE-PENDING-REQUEST
046170* PERFORMS THIS.
046180*****************************************************************
046190 EXECUTE-REMOVE-SITE.
046200     MOVE SCS-STAGE-DOMAIN TO SCS-DOMAIN-NAME
046210     MOVE SCS-STAGE-WEB TO SCS-WEB-ENGINE-CHOICE
046220     PERFORM REMOVE-SITE-DISABLE
046230*    A SITE WHOSE RELOAD THE CONFIG TEST REFUSED IS STILL LIVE,
046240*    AND A LIVE SITE KEEPS ITS DATABASE AND USER.
046250     IF SCS-RELOAD-REFUSED
046260         DISPLAY "Reload recusado - site mantido no ar com banco"
046270             " e usuario."
046280     ELSE
046290         IF SCS-STAGE-DROP-DB = "S"
046300             MOVE SCS-STAGE-DB-ENG TO SCS-ENGINE-CHOICE
046310             MOVE SCS-STAGE-DB TO SCS-DATABASE-NAME
046320             PERFORM REMOVE-SITE-DROP-DATABASE
046330         END-IF
046340         IF SCS-STAGE-DROP-USER = "S"
046350             MOVE SCS-STAGE-USER-ENG TO SCS-ENGINE-CHOICE
046360             MOVE SCS-STAGE-USER TO SCS-USER-NAME
046370             PERFORM REMOVE-SITE-DROP-USER
046380         END-IF
046390     END-IF
046400*    A SITE STILL LIVE ON THE BOX STAYS IN THE REGISTRY.
046410     IF SCS-SITE-DISABLED
046420         MOVE "SITE" TO SCS-PURGE-TYPE
046430         MOVE SCS-DOMAIN-NAME TO SCS-PURGE-NAME
046440         IF SCS-WEB-APACHE
046450             MOVE "APACHE" TO SCS-PURGE-ENGINE
046460         ELSE
046470             MOVE "NGINX" TO SCS-PURGE-ENGINE
046480         END-IF
046490         PERFORM PURGE-REGISTRY-ENTRY
046500     END-IF
046510     DISPLAY "Descomissionamento de " SCS-DOMAIN-NAME
046520         " concluido.".
046530 
046540*****************************************************************
046550* REMOVE-SITE-DISABLE - TAKES THE SITE OUT OF SERVICE FOR THE
046560* CHOSEN WEB SERVER, ARCHIVING THE CONF FILE FIRST THE SAME
046570* WAY THE CONFIGURE PATH DOES BEFORE AN OVERWRITE.
046580*****************************************************************
046590 REMOVE-SITE-DISABLE.
046600     MOVE "N" TO SCS-SITE-DISABLED-SW
046610     MOVE SPACES TO SCS-VHOST-CONF-PATH
046620     IF SCS-WEB-APACHE
046630         STRING "/etc/apache2/sites-available/"
046640                DELIMITED BY SIZE
046650                SCS-DOMAIN-NAME DELIMITED BY SPACE
046660                ".conf" DELIMITED BY SIZE
046670                INTO SCS-VHOST-CONF-PATH
046680     ELSE
046690         STRING "/etc/nginx/sites-available/"
046700                DELIMITED BY SIZE
046710                SCS-DOMAIN-NAME DELIMITED BY SPACE
046720                INTO SCS-VHOST-CONF-PATH
046730     END-IF
046740     PERFORM BACKUP-VHOST-CONF-IF-EXISTS
046750     MOVE "remove site: arquivar conf" TO SCS-TYPED-COMMAND
046760     PERFORM WRITE-STEP-AUDIT
046770     MOVE SPACES TO COMMAND
046780     IF SCS-WEB-APACHE
046790         STRING "sudo a2dissite " DELIMITED BY SIZE
046800                SCS-DOMAIN-NAME DELIMITED BY SPACE
046810                ".conf" DELIMITED BY SIZE INTO COMMAND
046820     ELSE
046830         STRING "sudo rm -f /etc/nginx/sites-enabled/"
046840                DELIMITED BY SIZE
046850                SCS-DOMAIN-NAME DELIMITED BY SPACE
046860                INTO COMMAND
046870     END-IF
046880     PERFORM EXECUTE-SHELL-COMMAND
046890     IF RETURN-CODE = ZERO
046900         MOVE "Y" TO SCS-SITE-DISABLED-SW
046910     END-IF
046920     MOVE "remove site: desativar site" TO SCS-TYPED-COMMAND
046930     PERFORM WRITE-STEP-AUDIT
046940*    A RELOAD THE TEST REFUSES PUTS THE SITE BACK IN SERVICE.
046950     MOVE "E" TO SCS-REVERT-MODE
046960     PERFORM PREFLIGHT-WEB-RELOAD
046970     IF SCS-RELOAD-REFUSED
046980         MOVE "N" TO SCS-SITE-DISABLED-SW
046990     END-IF
047000     MOVE "remove site: reload web" TO SCS-TYPED-COMMAND
047010     PERFORM WRITE-STEP-AUDIT.
047020 
047030*****************************************************************
047040* REMOVE-SITE-DROP-DATABASE - FINAL CATALOGUED DUMP OF THE
047050* ASSOCIATED DATABASE, THEN THE DROP ITSELF. THE CALLER LEAVES
047060* THE ENGINE IN SCS-ENGINE-CHOICE AND THE NAME IN
047070* SCS-DATABASE-NAME. THE REGISTRY ENTRY GOES AWAY ONLY WHEN
047080* THE DROP WORKED.
047090*****************************************************************
047100 REMOVE-SITE-DROP-DATABASE.
047110     PERFORM RUN-DATABASE-DUMP
047120     MOVE "remove site: dump final" TO SCS-TYPED-COMMAND
047130     PERFORM WRITE-AUDIT-RECORD
047140*    NO GOOD DUMP, NO DROP - THE FINAL DUMP IS THE WHOLE
047150*    SAFEGUARD OF THIS STEP.
047160     IF SCS-DUMP-OUTCOME NOT = "OK"
047170         DISPLAY "Dump final falhou - o banco "
047180             SCS-DATABASE-NAME(1:30) " NAO sera apagado."
047190         MOVE "remove site: drop banco" TO SCS-TYPED-COMMAND
047200         MOVE "CANCELADO" TO SCS-COMMAND-OUTCOME
047210         PERFORM WRITE-AUDIT-RECORD
047220     ELSE
047230         MOVE SPACES TO COMMAND
047240         IF SCS-ENGINE-MYSQL
047250             STRING "mysql -e 'DROP DATABASE "
047260                    DELIMITED BY SIZE
047270                    SCS-DATABASE-NAME DELIMITED BY SPACE
047280                    ";'" DELIMITED BY SIZE INTO COMMAND
047290         ELSE
047300             STRING "sudo -u postgres psql -c 'DROP DATABASE "
047310                    DELIMITED BY SIZE
047320                    SCS-DATABASE-NAME DELIMITED BY SPACE
047330                    ";'" DELIMITED BY SIZE INTO COMMAND
047340         END-IF
047350         PERFORM EXECUTE-SHELL-COMMAND
047360         MOVE "remove site: drop banco" TO SCS-TYPED-COMMAND
047370         PERFORM WRITE-STEP-AUDIT
047380         IF RETURN-CODE = ZERO
047390             MOVE "DATABASE" TO SCS-PURGE-TYPE
047400             MOVE SCS-DATABASE-NAME TO SCS-PURGE-NAME
047410             IF SCS-ENGINE-MYSQL
047420                 MOVE "MYSQL" TO SCS-PURGE-ENGINE
047430             ELSE
047440                 MOVE "PGSQL" TO SCS-PURGE-ENGINE
047450             END-IF
047460             PERFORM PURGE-REGISTRY-ENTRY
047470         END-IF
047480     END-IF.
047490 
047500*****************************************************************
047510* REMOVE-SITE-DROP-USER - DROPS THE ASSOCIATED MYSQL OR
047520* POSTGRESQL ACCOUNT (THE DROP REVOKES ITS GRANTS WITH IT).
047530* THE CALLER LEAVES THE ENGINE IN SCS-ENGINE-CHOICE AND THE
047540* NAME IN SCS-USER-NAME. THE REGISTRY ENTRY GOES AWAY ONLY
047550* WHEN THE DROP WORKED.
047560*****************************************************************
047570 REMOVE-SITE-DROP-USER.
047580     MOVE SPACES TO COMMAND
047590     IF SCS-ENGINE-MYSQL
047600         STRING "mysql -e ""DROP USER '" DELIMITED BY SIZE
047610                SCS-USER-NAME DELIMITED BY SPACE
047620                "'@'localhost';""" DELIMITED BY SIZE
047630                INTO COMMAND
047640     ELSE
047650         STRING "sudo -u postgres psql -c 'DROP ROLE "
047660                DELIMITED BY SIZE
047670                SCS-USER-NAME DELIMITED BY SPACE
047680                ";'" DELIMITED BY SIZE INTO COMMAND
047690     END-IF
047700     PERFORM EXECUTE-SHELL-COMMAND
047710     MOVE "remove site: drop usuario" TO SCS-TYPED-COMMAND
047720     PERFORM WRITE-STEP-AUDIT
047730     IF RETURN-CODE = ZERO
047740         MOVE "USER" TO SCS-PURGE-TYPE
047750         MOVE SCS-USER-NAME TO SCS-PURGE-NAME
047760         IF SCS-ENGINE-MYSQL
047770             MOVE "MYSQL" TO SCS-PURGE-ENGINE
047780         ELSE
047790             MOVE "PGSQL" TO SCS-PURGE-ENGINE
047800         END-IF
047810         PERFORM PURGE-REGISTRY-ENTRY
047820     END-IF.
047830 
047840*****************************************************************
047850* WRITE-STEP-AUDIT - AUDITS ONE DECOMMISSION STEP UNDER THE
047860* STEP NAME THE CALLER JUST PUT IN SCS-TYPED-COMMAND, WITH THE
047870* OUTCOME OF THE SHELL CALL JUST MADE.
047880*****************************************************************
047890 WRITE-STEP-AUDIT.
047900     PERFORM SET-OUTCOME-FROM-RC
047910     PERFORM WRITE-AUDIT-RECORD.
047920 
047930*****************************************************************
047940* PURGE-REGISTRY-ENTRY - DELETES THE REGISTRY RECORD MATCHING
047950* SCS-PURGE-TYPE, SCS-PURGE-NAME AND SCS-PURGE-ENGINE ON THE
047960* BOX THE SHELL IS POINTED AT - A DECOMMISSION ON ONE SERVER
047970* MUST NOT ERASE WHAT OTHER SERVERS STILL RUN, NOR A MYSQL
047980* DROP TAKE A SAME-NAMED PGSQL ENTRY WITH IT. ONE KEYED DELETE
047990* NOW; NO KEEP TABLE, NO FULL REWRITE, NO SIZE LIMIT. THE
048000* OBJECT'S OWNERREG ENTRY GOES WITH IT.
048010*****************************************************************
048020 PURGE-REGISTRY-ENTRY.
048030     IF SCS-HOST-SELECTED
048040         MOVE SCS-TARGET-HOST TO SCS-PURGE-SERVER
048050     ELSE
048060         MOVE "local" TO SCS-PURGE-SERVER
048070     END-IF
048080     OPEN I-O PROVISION-REGISTRY-FILE
048090     IF SCS-PROVREG-STATUS NOT = "00"
048100         CONTINUE
048110     ELSE
048120         MOVE SPACES TO PROVISION-REGISTRY-RECORD
048130         MOVE SCS-PURGE-TYPE TO PV-OBJECT-TYPE
048140         MOVE SCS-PURGE-NAME TO PV-OBJECT-NAME
048150         MOVE SCS-PURGE-ENGINE TO PV-ENGINE
048160         MOVE SCS-PURGE-SERVER TO PV-SERVER
048170         DELETE PROVISION-REGISTRY-FILE RECORD
048180             INVALID KEY
048190                 DISPLAY "Entrada nao estava no registro."
048200         END-DELETE
048210         CLOSE PROVISION-REGISTRY-FILE
048220     END-IF
048230     PERFORM PURGE-OWNER-ENTRY
048240     IF SCS-PURGE-TYPE = "USER"
048250         PERFORM PURGE-CREDENTIAL-ENTRY
048260     END-IF.
048270 
048280*****************************************************************
048290* CHECK-MAINTENANCE-WINDOW - REFUSES A DISRUPTIVE COMMAND
048300* OUTSIDE ITS SERVICE'S MAINTWIN WINDOW, SHOWING THE NEXT
048310* ALLOWED ONE. A SUPERVISOR AT THE CONSOLE MAY PUSH AN
048320* EMERGENCY THROUGH - THE AUDIT OUTCOME THEN SAYS OVERRIDE.
048330* COMMANDS WITH NO DISRUPTIVE SERVICE, A MISSING MAINTWIN FILE
048340* OR A SERVICE WITHOUT SCHEDULE LINES PASS UNRESTRICTED.
048350*****************************************************************
048360 CHECK-MAINTENANCE-WINDOW.
048370     MOVE "N" TO SCS-MW-BLOCKED-SW
048380     MOVE "N" TO SCS-MW-OVERRIDE-SW
048390     PERFORM CLASSIFY-MW-SERVICE
048400     IF SCS-MW-SERVICE = SPACES
048410         CONTINUE
048420     ELSE
048430         PERFORM APPLY-MAINTENANCE-WINDOW
048440     END-IF.
048450 
048460*****************************************************************
048470* CLASSIFY-MW-SERVICE - MAPS THE COMMAND LINE TO THE MAINTWIN
048480* SERVICE IT DISRUPTS. SPACES MEANS NOT A DISRUPTIVE COMMAND.
048490*****************************************************************
048500 CLASSIFY-MW-SERVICE.
048510     MOVE SPACES TO SCS-MW-SERVICE
048520     EVALUATE TRUE
048530         WHEN COMMAND = "stop apache"
048540                 OR COMMAND = "restart apache"
048550                 OR COMMAND = "configure virtual host"
048560             MOVE "apache2" TO SCS-MW-SERVICE
048570         WHEN COMMAND = "stop nginx"
048580                 OR COMMAND = "restart nginx"
048590                 OR COMMAND = "configure nginx site"
048600             MOVE "nginx" TO SCS-MW-SERVICE
048610         WHEN COMMAND = "stop mysql"
048620                 OR COMMAND = "restart mysql"
048630             MOVE "mysql" TO SCS-MW-SERVICE
048640         WHEN COMMAND = "stop postgres"
048650                 OR COMMAND = "restart postgres"
048660             MOVE "postgresql" TO SCS-MW-SERVICE
048670*        STAGING A REMOVAL DISRUPTS NOTHING - THE WINDOW GATES
048680*        THE APPROVAL, WHICH IS WHEN THE SITE ACTUALLY GOES.
048690         WHEN COMMAND = "approve request"
048700             MOVE "web" TO SCS-MW-SERVICE
048710*        A PROVISION BATCH RELOADS APACHE OR NGINX ONCE PER SITE.
048720         WHEN COMMAND = "provision batch"
048730             MOVE "web" TO SCS-MW-SERVICE
048740*        A MOVE RELOADS THE WEB SERVER ON BOTH ENDS.
048750         WHEN COMMAND = "move site"
048760             MOVE "web" TO SCS-MW-SERVICE
048770*        PUTTING A CONF VERSION BACK RELOADS APACHE OR NGINX.
048780         WHEN COMMAND = "restore config version"
048790             MOVE "web" TO SCS-MW-SERVICE
048800*        PACKAGE UPGRADES RESTART WHATEVER THEY TOUCH.
048810         WHEN COMMAND = "apply updates"
048820             MOVE "os" TO SCS-MW-SERVICE
048830         WHEN OTHER
048840             CONTINUE
048850     END-EVALUATE.
048860 
048870*****************************************************************
048880* APPLY-MAINTENANCE-WINDOW - SCANS MAINTWIN FOR THE SERVICE,
048890* PASSES THE COMMAND WHEN NOW FALLS IN A WINDOW AND OTHERWISE
048900* REFUSES IT (OR OFFERS THE SUPERVISOR OVERRIDE).
048910*****************************************************************
048920 APPLY-MAINTENANCE-WINDOW.
048930     OPEN INPUT MAINTENANCE-WINDOW-FILE
048940     IF SCS-MAINTWIN-STATUS NOT = "00"
048950         CONTINUE
048960     ELSE
048970         ACCEPT SCS-MW-TODAY FROM DAY-OF-WEEK
048980         ACCEPT SCS-AUDIT-TIME FROM TIME
048990         MOVE SCS-AUDIT-TIME(1:4) TO SCS-MW-NOW
049000         MOVE "N" TO SCS-MW-EOF-SW
049010         MOVE "N" TO SCS-MW-IN-WINDOW-SW
049020         MOVE "N" TO SCS-MW-FOUND-ANY-SW
049030         MOVE 99999 TO SCS-MW-BEST-KEY
049040         PERFORM SCAN-MAINT-WINDOW
049050             UNTIL SCS-MW-EOF OR SCS-MW-IN-WINDOW
049060         CLOSE MAINTENANCE-WINDOW-FILE
049070         IF SCS-MW-IN-WINDOW OR SCS-MW-FOUND-NONE
049080             CONTINUE
049090         ELSE
049100             PERFORM REFUSE-OUT-OF-WINDOW
049110         END-IF
049120     END-IF.
049130 
049140*****************************************************************
049150* SCAN-MAINT-WINDOW - ONE SCHEDULE LINE: EITHER NOW IS INSIDE
049160* ITS WINDOW, OR IT COMPETES FOR "NEXT ALLOWED WINDOW" BY ITS
049170* DISTANCE FROM NOW (DAYS AHEAD, THEN START TIME).
049180*****************************************************************
049190 SCAN-MAINT-WINDOW.
049200     READ MAINTENANCE-WINDOW-FILE
049210         AT END
049220             MOVE "Y" TO SCS-MW-EOF-SW
049230         NOT AT END
049240             IF MW-SERVICE = SCS-MW-SERVICE
049250                 MOVE "Y" TO SCS-MW-FOUND-ANY-SW
049260                 PERFORM TEST-WINDOW-MATCH
049270                 IF SCS-MW-NOT-IN-WINDOW
049280                     PERFORM RANK-WINDOW-CANDIDATE
049290                 END-IF
049300             END-IF
049310     END-READ.
049320
049330*****************************************************************
049340* TEST-WINDOW-MATCH - DOES NOW FALL IN THE SCHEDULE LINE JUST
049350* READ? A LINE WITH START > END CROSSES MIDNIGHT: IT MATCHES
049360* FROM START ON ITS OWN DAY AND UP TO END ON THE DAY AFTER -
049370* THE OVERNIGHT SHAPE PATCH NIGHTS ACTUALLY USE.
049380*****************************************************************
049390 TEST-WINDOW-MATCH.
049400     IF MW-START <= MW-END
049410         IF MW-DAY = SCS-MW-TODAY
049420                 AND SCS-MW-NOW >= MW-START
049430                 AND SCS-MW-NOW <= MW-END
049440             MOVE "Y" TO SCS-MW-IN-WINDOW-SW
049450         END-IF
049460     ELSE
049470         COMPUTE SCS-MW-NEXT-DAY = MW-DAY + 1
049480         IF SCS-MW-NEXT-DAY > 7
049490             MOVE 1 TO SCS-MW-NEXT-DAY
049500         END-IF
049510         IF (MW-DAY = SCS-MW-TODAY
049520                 AND SCS-MW-NOW >= MW-START)
049530                 OR (SCS-MW-NEXT-DAY = SCS-MW-TODAY
049540                 AND SCS-MW-NOW <= MW-END)
049550             MOVE "Y" TO SCS-MW-IN-WINDOW-SW
049560         END-IF
049570     END-IF.
049580 
049590*****************************************************************
049600* RANK-WINDOW-CANDIDATE - KEEPS THE SCHEDULE LINE THAT COMES
049610* SOONEST AFTER NOW AS THE WINDOW TO TELL THE OPERATOR ABOUT.
049620*****************************************************************
049630 RANK-WINDOW-CANDIDATE.
049640     COMPUTE SCS-MW-DAY-DELTA = MW-DAY - SCS-MW-TODAY + 7
049650     IF SCS-MW-DAY-DELTA >= 7
049660         SUBTRACT 7 FROM SCS-MW-DAY-DELTA
049670     END-IF
049680     IF SCS-MW-DAY-DELTA = ZERO AND MW-START <= SCS-MW-NOW
049690         MOVE 7 TO SCS-MW-DAY-DELTA
049700     END-IF
049710     COMPUTE SCS-MW-KEY =
049720         SCS-MW-DAY-DELTA * 10000 + MW-START
049730     IF SCS-MW-KEY < SCS-MW-BEST-KEY
049740         MOVE SCS-MW-KEY TO SCS-MW-BEST-KEY
049750         MOVE MW-DAY TO SCS-MW-BEST-DAY
049760         MOVE MW-START TO SCS-MW-BEST-START
049770         MOVE MW-END TO SCS-MW-BEST-END
049780     END-IF.
049790 
049800*****************************************************************
049810* REFUSE-OUT-OF-WINDOW - THE REFUSAL MESSAGE WITH THE NEXT
049820* ALLOWED WINDOW, AND THE SUPERVISOR EMERGENCY OVERRIDE. THE
049830* OVERRIDE IS ONLY OFFERED AT THE CONSOLE - IN BATCH AN ACCEPT
049840* WOULD EAT THE NEXT COMMAND LINE.
049850*****************************************************************
049860 REFUSE-OUT-OF-WINDOW.
049870     DISPLAY "Fora da janela de manutencao de "
049880         SCS-MW-SERVICE "."
049890     IF SCS-MW-BEST-KEY < 99999
049900         DISPLAY "Proxima janela: dia " SCS-MW-BEST-DAY
049910             " (1=segunda) das " SCS-MW-BEST-START
049920             " as " SCS-MW-BEST-END "."
049930     END-IF
049940     IF SCS-PROFILE-SUPERVISOR AND SCS-INTERACTIVE-MODE
049950         DISPLAY "Override de emergencia (S/N)? "
049960         ACCEPT SCS-MW-OVERRIDE-CHOICE-SW
049970         IF SCS-MW-OVERRIDE-YES
049980             MOVE "Y" TO SCS-MW-OVERRIDE-SW
049990             DISPLAY "Override autorizado - prosseguindo."
050000         ELSE
050010             MOVE "Y" TO SCS-MW-BLOCKED-SW
050020         END-IF
050030     ELSE
050040         MOVE "Y" TO SCS-MW-BLOCKED-SW
050050     END-IF.
050060 
050070*****************************************************************
050080* MARK-OVERRIDE-OUTCOME - AN OVERRIDDEN COMMAND GETS ITS OWN
050090* DISTINCT AUDIT OUTCOME SO THE MORNING REVIEW SEES EVERY
050100* EMERGENCY PUSH.
050110*****************************************************************
050120 MARK-OVERRIDE-OUTCOME.
050130     EVALUATE SCS-COMMAND-OUTCOME
050140         WHEN "OK"
050150             MOVE "OVERRIDE OK" TO SCS-COMMAND-OUTCOME
050160         WHEN "ERRO"
050170             MOVE "OVERRIDE ERRO" TO SCS-COMMAND-OUTCOME
050180         WHEN OTHER
050190             MOVE "OVERRIDE" TO SCS-COMMAND-OUTCOME
050200     END-EVALUATE
050210*    AN EMERGENCY PUSH IS NEWS THE ON-CALL SHOULD NOT HAVE TO
050220*    WAIT FOR THE MORNING AUDIT REPORT TO LEARN.
050230     MOVE "OVERRIDE" TO SCS-NOTIFY-CLASS
050240     MOVE SCS-TYPED-COMMAND TO SCS-NOTIFY-KEY
050250     MOVE SPACES TO SCS-NOTIFY-TEXT
050260     STRING "Override de emergencia: " DELIMITED BY SIZE
050270            SCS-TYPED-COMMAND DELIMITED BY SIZE
050280            " terminou " DELIMITED BY SIZE
050290            SCS-COMMAND-OUTCOME DELIMITED BY SIZE
050300            INTO SCS-NOTIFY-TEXT
050310     PERFORM SEND-NOTIFICATION.
050320 
050330*****************************************************************
050340* SNIFF-FLEET-DIRECTIVE - PEEKS AT THE FIRST LINE OF THE
050350* ALREADY-OPEN BATCHCMD FILE AND RAISES THE FLEET REQUEST WHEN
050360* IT SAYS "fleet run". THE FILE IS CLOSED EITHER WAY; THE
050370* CHOSEN BATCH PATH REOPENS IT FROM THE TOP.
050380*****************************************************************
050390 SNIFF-FLEET-DIRECTIVE.
050400     MOVE "N" TO SCS-FLEET-REQUEST-SW
050410     READ BATCH-COMMAND-FILE INTO COMMAND
050420         AT END
050430             CONTINUE
050440         NOT AT END
050450             IF COMMAND = "fleet run"
050460                 MOVE "Y" TO SCS-FLEET-REQUEST-SW
050470             END-IF
050480     END-READ
050490     CLOSE BATCH-COMMAND-FILE
050500     MOVE SPACES TO COMMAND.
050510
050520*****************************************************************
050530* RECORD-ISSUED-CERTIFICATE - AFTER A SUCCESSFUL CERTBOT RUN,
050540* READS THE REAL EXPIRY OFF THE CERT JUST WRITTEN AND RECORDS
050550* (OR REFRESHES) THE CERTREG ENTRY FOR THE DOMAIN ON THE BOX
050560* THE SHELL IS POINTED AT. THE CERTBOT RETURN-CODE IS PUT BACK
050570* AFTERWARDS SO THE DISPATCHER'S OUTCOME STILL REFLECTS IT.
050580*****************************************************************
050590 RECORD-ISSUED-CERTIFICATE.
050600     MOVE RETURN-CODE TO SCS-CERT-SAVED-RC
050610     MOVE SCS-DOMAIN-NAME TO SCS-CERT-DOMAIN
050620     IF SCS-HOST-SELECTED
050630         MOVE SCS-TARGET-HOST TO SCS-CERT-TARGET
050640     ELSE
050650         MOVE "local" TO SCS-CERT-TARGET
050660     END-IF
050670     PERFORM READ-CERT-EXPIRY
050680     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
050690     MOVE SCS-AUDIT-DATE TO SCS-CERT-ISSUE-DATE
050700     PERFORM LOAD-CERT-TABLE
050710     PERFORM UPDATE-CERT-ENTRY
050720     IF SCS-CERT-FULL
050730         DISPLAY "Registro CERTREG grande demais - certificado"
050740             " nao registrado."
050750     ELSE
050760         PERFORM REWRITE-CERT-REGISTRY
050770     END-IF
050780     MOVE SCS-CERT-SAVED-RC TO RETURN-CODE.
050790
050800*****************************************************************
050810* READ-CERT-EXPIRY - ASKS OPENSSL FOR THE EXPIRY OF THE LIVE
050820* CERT OF SCS-CERT-DOMAIN AND LEAVES IT AS YYYYMMDD IN
050830* SCS-CERT-EXPIRY. THE DATE PARSING IS LEFT TO date(1) SO THE
050840* OPENSSL notAfter TEXT NEVER HAS TO BE DECODED HERE. A SITE
050850* WITHOUT A READABLE CERT LEAVES ZERO.
050860*****************************************************************
050870 READ-CERT-EXPIRY.
050880     MOVE ZERO TO SCS-CERT-EXPIRY
050890     MOVE SPACES TO COMMAND
050900     STRING "date +%Y%m%d -d " DELIMITED BY SIZE
050910            """$(sudo openssl x509 -enddate -noout"
050920                DELIMITED BY SIZE
050930            " -in /etc/letsencrypt/live/" DELIMITED BY SIZE
050940            SCS-CERT-DOMAIN DELIMITED BY SPACE
050950            "/cert.pem | sed s/notAfter=//)"""
050960                DELIMITED BY SIZE
050970            INTO COMMAND
050980     PERFORM EXECUTE-SHELL-COMMAND
050990     IF RETURN-CODE = ZERO
051000         PERFORM PARSE-CERT-EXPIRY
051010     END-IF.
051020
051030*****************************************************************
051040* PARSE-CERT-EXPIRY - THE FIRST LASTOUT LINE OF THE EXPIRY READ
051050* IS THE YYYYMMDD date(1) PRINTED; ANYTHING ELSE (ERROR TEXT)
051060* LEAVES THE EXPIRY AT ZERO.
051070*****************************************************************
051080 PARSE-CERT-EXPIRY.
051090     OPEN INPUT LAST-OUTPUT-FILE
051100     IF SCS-LASTOUT-STATUS = "00"
051110         READ LAST-OUTPUT-FILE
051120             AT END
051130                 CONTINUE
051140             NOT AT END
051150                 IF LAST-OUTPUT-RECORD(1:8) IS NUMERIC
051160                     MOVE LAST-OUTPUT-RECORD(1:8)
051170                         TO SCS-CERT-EXPIRY-X
051180                 END-IF
051190         END-READ
051200         CLOSE LAST-OUTPUT-FILE
051210     END-IF.
051220
051230*****************************************************************
051240* LOAD-CERT-TABLE - PULLS THE CERTREG REGISTRY INTO THE IN-CORE
051250* TABLE IT IS UPDATED AND REWRITTEN THROUGH.
051260*****************************************************************
051270 LOAD-CERT-TABLE.
051280     MOVE ZERO TO SCS-CERT-USED
051290     MOVE "N" TO SCS-CERT-FULL-SW
051300     OPEN INPUT CERT-REGISTRY-FILE
051310     IF SCS-CERTREG-STATUS NOT = "00"
051320         CONTINUE
051330     ELSE
051340         MOVE "N" TO SCS-CERTREG-EOF-SW
051350         PERFORM LOAD-CERT-ENTRY UNTIL SCS-CERTREG-EOF
051360         CLOSE CERT-REGISTRY-FILE
051370     END-IF.
051380
051390*****************************************************************
051400* LOAD-CERT-ENTRY - READS ONE CERTREG LINE INTO THE TABLE.
051410* OVERFLOWING THE TABLE VETOES ANY REWRITE.
051420*****************************************************************
051430 LOAD-CERT-ENTRY.
051440     READ CERT-REGISTRY-FILE
051450         AT END
051460             MOVE "Y" TO SCS-CERTREG-EOF-SW
051470         NOT AT END
051480             IF SCS-CERT-USED < 200
051490                 ADD 1 TO SCS-CERT-USED
051500                 MOVE CR-DOMAIN
051510                     TO SCS-CERT-TAB-DOMAIN(SCS-CERT-USED)
051520                 MOVE CR-SERVER
051530                     TO SCS-CERT-TAB-SERVER(SCS-CERT-USED)
051540                 MOVE CR-ISSUE-DATE
051550                     TO SCS-CERT-TAB-ISSUE(SCS-CERT-USED)
051560                 MOVE CR-EXPIRY-DATE
051570                     TO SCS-CERT-TAB-EXPIRY(SCS-CERT-USED)
051580             ELSE
051590                 MOVE "Y" TO SCS-CERT-FULL-SW
051600             END-IF
051610     END-READ.
051620
051630*****************************************************************
051640* UPDATE-CERT-ENTRY - FINDS (OR ADDS) THE TABLE ENTRY FOR
051650* SCS-CERT-DOMAIN ON SCS-CERT-TARGET AND PUTS THE EXPIRY JUST
051660* READ INTO IT. AN ISSUE DATE OF ZERO MEANS "KEEP WHATEVER IS
051670* RECORDED" - THE CHECK PATH REFRESHES EXPIRY ONLY.
051680*****************************************************************
051690 UPDATE-CERT-ENTRY.
051700     MOVE "N" TO SCS-CERT-FOUND-SW
051710     PERFORM VARYING SCS-CERT-INDEX FROM 1 BY 1
051720             UNTIL SCS-CERT-INDEX > SCS-CERT-USED
051730             OR SCS-CERT-FOUND
051740         IF SCS-CERT-TAB-DOMAIN(SCS-CERT-INDEX)
051750                     = SCS-CERT-DOMAIN
051760                 AND SCS-CERT-TAB-SERVER(SCS-CERT-INDEX)
051770                     = SCS-CERT-TARGET
051780             MOVE "Y" TO SCS-CERT-FOUND-SW
051790             MOVE SCS-CERT-EXPIRY
051800                 TO SCS-CERT-TAB-EXPIRY(SCS-CERT-INDEX)
051810             IF SCS-CERT-ISSUE-DATE > ZERO
051820                 MOVE SCS-CERT-ISSUE-DATE
051830                     TO SCS-CERT-TAB-ISSUE(SCS-CERT-INDEX)
051840             END-IF
051850         END-IF
051860     END-PERFORM
051870     IF SCS-CERT-NOT-FOUND
051880         IF SCS-CERT-USED < 200
051890             ADD 1 TO SCS-CERT-USED
051900             MOVE SCS-CERT-DOMAIN
051910                 TO SCS-CERT-TAB-DOMAIN(SCS-CERT-USED)
051920             MOVE SCS-CERT-TARGET
051930                 TO SCS-CERT-TAB-SERVER(SCS-CERT-USED)
051940             MOVE SCS-CERT-ISSUE-DATE
051950                 TO SCS-CERT-TAB-ISSUE(SCS-CERT-USED)
051960             MOVE SCS-CERT-EXPIRY
051970                 TO SCS-CERT-TAB-EXPIRY(SCS-CERT-USED)
051980         ELSE
051990             MOVE "Y" TO SCS-CERT-FULL-SW
052000         END-IF
052010     END-IF.
052020
052030*****************************************************************
052040* REWRITE-CERT-REGISTRY - REPLACES CERTREG WITH THE IN-CORE
052050* TABLE.
052060*****************************************************************
052070 REWRITE-CERT-REGISTRY.
052080     OPEN OUTPUT CERT-REGISTRY-FILE
052090     PERFORM VARYING SCS-CERT-INDEX FROM 1 BY 1
052100             UNTIL SCS-CERT-INDEX > SCS-CERT-USED
052110         MOVE SPACES TO CERT-REGISTRY-RECORD
052120         MOVE SCS-CERT-TAB-DOMAIN(SCS-CERT-INDEX) TO CR-DOMAIN
052130         MOVE SCS-CERT-TAB-SERVER(SCS-CERT-INDEX) TO CR-SERVER
052140         MOVE SCS-CERT-TAB-ISSUE(SCS-CERT-INDEX)
052150             TO CR-ISSUE-DATE
052160         MOVE SCS-CERT-TAB-EXPIRY(SCS-CERT-INDEX)
052170             TO CR-EXPIRY-DATE
052180         WRITE CERT-REGISTRY-RECORD
052190     END-PERFORM
052200     CLOSE CERT-REGISTRY-FILE.
052210
052220*****************************************************************
052230* CHECK-CERTIFICATES - WALKS THE PROVREG SITES REGISTERED FOR
052240* THE BOX THE SHELL IS POINTED AT, READS EACH ONE'S REAL CERT
052250* EXPIRY AND REFRESHES THE CERTREG REGISTRY WITH IT.
052260*****************************************************************
052270 CHECK-CERTIFICATES.
052280     IF SCS-HOST-SELECTED
052290         MOVE SCS-TARGET-HOST TO SCS-CERT-TARGET
052300     ELSE
052310         MOVE "local" TO SCS-CERT-TARGET
052320     END-IF
052330     PERFORM LOAD-CERT-TABLE
052340     IF SCS-CERT-FULL
052350         DISPLAY "Registro CERTREG grande demais - verificacao"
052360             " cancelada."
052370     ELSE
052380         MOVE ZERO TO SCS-CERT-CHECKED
052390*        THE CHECK PATH NEVER TOUCHES THE RECORDED ISSUE DATE.
052400         MOVE ZERO TO SCS-CERT-ISSUE-DATE
052410         OPEN INPUT PROVISION-REGISTRY-FILE
052420         IF SCS-PROVREG-STATUS NOT = "00"
052430             DISPLAY "Registro PROVREG vazio ou ausente."
052440         ELSE
052450             MOVE "N" TO SCS-PROVREG-EOF-SW
052460             PERFORM CHECK-NEXT-SITE-CERT UNTIL SCS-PROVREG-EOF
052470             CLOSE PROVISION-REGISTRY-FILE
052480         END-IF
052490         IF SCS-CERT-FULL
052500             DISPLAY "Registro CERTREG grande demais - novas"
052510                 " entradas nao registradas."
052520         END-IF
052530         PERFORM REWRITE-CERT-REGISTRY
052540         MOVE SCS-CERT-CHECKED TO SCS-CERT-COUNT-DISP
052550         DISPLAY "Sites verificados: " SCS-CERT-COUNT-DISP
052560     END-IF.
052570
052580*****************************************************************
052590* CHECK-NEXT-SITE-CERT - ONE PROVREG LINE: A SITE REGISTERED
052600* FOR THE TARGET BOX HAS ITS CERT EXPIRY READ AND THE REGISTRY
052610* ENTRY REFRESHED.
052620*****************************************************************
052630 CHECK-NEXT-SITE-CERT.
052640     READ PROVISION-REGISTRY-FILE NEXT RECORD
052650         AT END
052660             MOVE "Y" TO SCS-PROVREG-EOF-SW
052670         NOT AT END
052680             IF PV-OBJECT-TYPE = "SITE"
052690                     AND PV-SERVER = SCS-CERT-TARGET
052700                 ADD 1 TO SCS-CERT-CHECKED
052710                 MOVE PV-OBJECT-NAME TO SCS-CERT-DOMAIN
052720                 PERFORM READ-CERT-EXPIRY
052730                 PERFORM UPDATE-CERT-ENTRY
052740                 IF SCS-CERT-EXPIRY = ZERO
052750                     DISPLAY PV-OBJECT-NAME(1:40)
052760                         " sem certificado legivel."
052770                 ELSE
052780                     DISPLAY PV-OBJECT-NAME(1:40)
052790                         " expira em " SCS-CERT-EXPIRY-X "."
052800                 END-IF
052810             END-IF
052820     END-READ.
052830
052840*****************************************************************
052850* CERT-WORKLIST - PRINTS EVERY REGISTERED CERTIFICATE EXPIRING
052860* WITHIN 30 DAYS, SORTED BY EXPIRY, PLUS EVERY REGISTERED SITE
052870* WITH NO CERTIFICATE AT ALL (EXPIRY ZERO OR NO CERTREG ENTRY).
052880*****************************************************************
052890 CERT-WORKLIST.
052900     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
052910     MOVE SCS-AUDIT-DATE TO SCS-CD-DATE
052920     PERFORM CONVERT-DATE-TO-SERIAL
052930     MOVE SCS-CD-SERIAL TO SCS-TODAY-SERIAL
052940     PERFORM LOAD-CERT-TABLE
052950     IF SCS-CERT-FULL
052960         DISPLAY "Registro CERTREG grande demais para a tabela"
052970             " - a lista pode estar incompleta."
052980     END-IF
052990     MOVE ZERO TO SCS-WORK-USED
053000     MOVE 30 TO SCS-WORK-HORIZON
053010     PERFORM RATE-CERT-FOR-WORKLIST
053020         VARYING SCS-CERT-INDEX FROM 1 BY 1
053030         UNTIL SCS-CERT-INDEX > SCS-CERT-USED
053040     PERFORM ADD-UNREGISTERED-SITES
053050     IF SCS-WORK-USED = ZERO
053060         DISPLAY "Nenhuma renovacao pendente nos proximos 30"
053070             " dias."
053080     ELSE
053090         PERFORM SORT-WORKLIST
053100         DISPLAY "===== Renovacoes de Certificados ====="
053110         PERFORM PRINT-WORKLIST-LINE
053120             VARYING SCS-WORK-INDEX FROM 1 BY 1
053130             UNTIL SCS-WORK-INDEX > SCS-WORK-USED
053140         DISPLAY "===== Fim da Lista ====="
053150     END-IF.
053160
053170*****************************************************************
053180* RATE-CERT-FOR-WORKLIST - ONE CERTREG ENTRY: NO CERT OR
053190* SCS-WORK-HORIZON DAYS OR LESS TO EXPIRY PUTS IT ON THE
053200* WORKLIST.
053210*****************************************************************
053220 RATE-CERT-FOR-WORKLIST.
053230     IF SCS-CERT-TAB-EXPIRY(SCS-CERT-INDEX) = ZERO
053240         PERFORM ADD-WORKLIST-ENTRY
053250     ELSE
053260         MOVE SCS-CERT-TAB-EXPIRY(SCS-CERT-INDEX)
053270             TO SCS-CD-DATE
053280         PERFORM CONVERT-DATE-TO-SERIAL
053290         MOVE SCS-CD-SERIAL TO SCS-EXPIRY-SERIAL
053300         COMPUTE SCS-CERT-DAYS-LEFT =
053310             SCS-EXPIRY-SERIAL - SCS-TODAY-SERIAL
053320         IF SCS-CERT-DAYS-LEFT <= SCS-WORK-HORIZON
053330             PERFORM ADD-WORKLIST-ENTRY
053340         END-IF
053350     END-IF.
053360
053370*****************************************************************
053380* ADD-WORKLIST-ENTRY - PUTS THE CERT-TABLE ENTRY UNDER
053390* SCS-CERT-INDEX ON THE WORKLIST.
053400*****************************************************************
053410 ADD-WORKLIST-ENTRY.
053420     IF SCS-WORK-USED < 200
053430         ADD 1 TO SCS-WORK-USED
053440         MOVE SCS-CERT-TAB-DOMAIN(SCS-CERT-INDEX)
053450             TO SCS-WORK-DOMAIN(SCS-WORK-USED)
053460         MOVE SCS-CERT-TAB-SERVER(SCS-CERT-INDEX)
053470             TO SCS-WORK-SERVER(SCS-WORK-USED)
053480         MOVE SCS-CERT-TAB-EXPIRY(SCS-CERT-INDEX)
053490             TO SCS-WORK-EXPIRY(SCS-WORK-USED)
053500     END-IF.
053510
053520*****************************************************************
053530* ADD-UNREGISTERED-SITES - EVERY PROVREG SITE WITH NO CERTREG
053540* ENTRY AT ALL GOES ON THE WORKLIST AS HAVING NO CERTIFICATE.
053550*****************************************************************
053560 ADD-UNREGISTERED-SITES.
053570     OPEN INPUT PROVISION-REGISTRY-FILE
053580     IF SCS-PROVREG-STATUS NOT = "00"
053590         CONTINUE
053600     ELSE
053610         MOVE "N" TO SCS-PROVREG-EOF-SW
053620         PERFORM ADD-UNREG-SITE-ENTRY UNTIL SCS-PROVREG-EOF
053630         CLOSE PROVISION-REGISTRY-FILE
053640     END-IF.
053650
053660*****************************************************************
053670* ADD-UNREG-SITE-ENTRY - ONE PROVREG LINE: A SITE WITH NO
053680* MATCHING CERTREG ENTRY JOINS THE WORKLIST WITH EXPIRY ZERO.
053690*****************************************************************
053700 ADD-UNREG-SITE-ENTRY.
053710     READ PROVISION-REGISTRY-FILE NEXT RECORD
053720         AT END
053730             MOVE "Y" TO SCS-PROVREG-EOF-SW
053740         NOT AT END
053750             IF PV-OBJECT-TYPE = "SITE"
053760                 MOVE "N" TO SCS-CERT-FOUND-SW
053770                 PERFORM VARYING SCS-CERT-INDEX FROM 1 BY 1
053780                         UNTIL SCS-CERT-INDEX > SCS-CERT-USED
053790                         OR SCS-CERT-FOUND
053800                     IF SCS-CERT-TAB-DOMAIN(SCS-CERT-INDEX)
053810                             = PV-OBJECT-NAME
053820                             AND SCS-CERT-TAB-SERVER
053830                                 (SCS-CERT-INDEX) = PV-SERVER
053840                         MOVE "Y" TO SCS-CERT-FOUND-SW
053850                     END-IF
053860                 END-PERFORM
053870                 IF SCS-CERT-NOT-FOUND AND SCS-WORK-USED < 200
053880                     ADD 1 TO SCS-WORK-USED
053890                     MOVE PV-OBJECT-NAME
053900                         TO SCS-WORK-DOMAIN(SCS-WORK-USED)
053910                     MOVE PV-SERVER
053920                         TO SCS-WORK-SERVER(SCS-WORK-USED)
053930                     MOVE ZERO
053940                         TO SCS-WORK-EXPIRY(SCS-WORK-USED)
053950                 END-IF
053960             END-IF
053970     END-READ.
053980
053990*****************************************************************
054000* SORT-WORKLIST - ORDERS THE WORKLIST BY EXPIRY, SOONEST FIRST.
054010* EXPIRY ZERO (NO CERTIFICATE) SORTS TO THE TOP.
054020*****************************************************************
054030 SORT-WORKLIST.
054040     PERFORM VARYING SCS-WORK-INDEX FROM 1 BY 1
054050             UNTIL SCS-WORK-INDEX >= SCS-WORK-USED
054060         PERFORM VARYING SCS-WORK-INNER FROM 1 BY 1
054070                 UNTIL SCS-WORK-INNER >= SCS-WORK-USED
054080             IF SCS-WORK-EXPIRY(SCS-WORK-INNER) >
054090                     SCS-WORK-EXPIRY(SCS-WORK-INNER + 1)
054100                 MOVE SCS-WORK-ENTRY(SCS-WORK-INNER)
054110                     TO SCS-WORK-HOLD
054120                 MOVE SCS-WORK-ENTRY(SCS-WORK-INNER + 1)
054130                     TO SCS-WORK-ENTRY(SCS-WORK-INNER)
054140                 MOVE SCS-WORK-HOLD
054150                     TO SCS-WORK-ENTRY(SCS-WORK-INNER + 1)
054160             END-IF
054170         END-PERFORM
054180     END-PERFORM.
054190
054200*****************************************************************
054210* PRINT-WORKLIST-LINE - ONE WORKLIST ENTRY, WITH THE DAYS LEFT
054220* TO EXPIRY (NEGATIVE MEANS ALREADY EXPIRED).
054230*****************************************************************
054240 PRINT-WORKLIST-LINE.
054250     IF SCS-WORK-EXPIRY(SCS-WORK-INDEX) = ZERO
054260         DISPLAY SCS-WORK-DOMAIN(SCS-WORK-INDEX)(1:30) " "
054270             SCS-WORK-SERVER(SCS-WORK-INDEX)(1:20)
054280             " SEM CERTIFICADO"
054290     ELSE
054300         MOVE SCS-WORK-EXPIRY(SCS-WORK-INDEX) TO SCS-CD-DATE
054310         PERFORM CONVERT-DATE-TO-SERIAL
054320         MOVE SCS-CD-SERIAL TO SCS-EXPIRY-SERIAL
054330         COMPUTE SCS-CERT-DAYS-LEFT =
054340             SCS-EXPIRY-SERIAL - SCS-TODAY-SERIAL
054350         MOVE SCS-CERT-DAYS-LEFT TO SCS-CERT-DAYS-DISP
054360         MOVE SCS-WORK-EXPIRY(SCS-WORK-INDEX)
054370             TO SCS-CERT-EXPIRY
054380         DISPLAY SCS-WORK-DOMAIN(SCS-WORK-INDEX)(1:30) " "
054390             SCS-WORK-SERVER(SCS-WORK-INDEX)(1:20)
054400             " expira " SCS-CERT-EXPIRY-X " ("
054410             SCS-CERT-DAYS-DISP " dias)"
054420     END-IF.
054430
054440*****************************************************************
054450* CONVERT-DATE-TO-SERIAL - TURNS THE YYYYMMDD IN SCS-CD-DATE
054460* INTO A GREGORIAN DAY SERIAL IN SCS-CD-SERIAL, SO TWO DATES
054470* SUBTRACT INTO A DISTANCE IN DAYS ACROSS MONTH AND YEAR ENDS.
054480*****************************************************************
054490 CONVERT-DATE-TO-SERIAL.
054500     COMPUTE SCS-CD-A = (14 - SCS-CD-MONTH) / 12
054510     COMPUTE SCS-CD-Y = SCS-CD-YEAR + 4800 - SCS-CD-A
054520     COMPUTE SCS-CD-M = SCS-CD-MONTH + 12 * SCS-CD-A - 3
054530     COMPUTE SCS-CD-WORK = (153 * SCS-CD-M + 2) / 5
054540     COMPUTE SCS-CD-Q4 = SCS-CD-Y / 4
054550     COMPUTE SCS-CD-Q100 = SCS-CD-Y / 100
054560     COMPUTE SCS-CD-Q400 = SCS-CD-Y / 400
054570     COMPUTE SCS-CD-SERIAL = SCS-CD-DAY + SCS-CD-WORK
054580         + 365 * SCS-CD-Y + SCS-CD-Q4 - SCS-CD-Q100
054590         + SCS-CD-Q400 - 32045.
054600
054610*****************************************************************
054620* SCHEDULER-MODE - SLEEPS AND WAKES FOR THE ASKED NUMBER OF
054630* CYCLES, RUNNING EVERY SCHEDULE JOB THAT HAS BECOME DUE. A JOB
054640* IS DUE WHEN ITS DAY MATCHES (OR IS 0, EVERY DAY), ITS HHMM
054650* HAS PASSED AND SCHEDSTAT SAYS IT HAS NOT RUN TODAY.
054660*****************************************************************
054670 SCHEDULER-MODE.
054680     DISPLAY "Numero de ciclos do agendador: "
054690     ACCEPT SCS-NUMBER-TEXT
054700     PERFORM CONVERT-NUMBER-TEXT
054710     MOVE SCS-NUMBER-VALUE TO SCS-SCHED-CYCLES
054720     DISPLAY "Intervalo entre ciclos em segundos: "
054730     ACCEPT SCS-NUMBER-TEXT
054740     PERFORM CONVERT-NUMBER-TEXT
054750     MOVE SCS-NUMBER-VALUE TO SCS-SCHED-INTERVAL
054760     MOVE SCS-TYPED-COMMAND TO SCS-SCHED-SAVED-TYPED
054770     PERFORM SCHEDULER-CYCLE
054780         VARYING SCS-SCHED-CYCLE-NO FROM 1 BY 1
054790         UNTIL SCS-SCHED-CYCLE-NO > SCS-SCHED-CYCLES
054800     MOVE SCS-SCHED-SAVED-TYPED TO SCS-TYPED-COMMAND
054810*    A JOB'S "exit" LINE MUST NOT TAKE THE CONSOLE LOOP DOWN
054820*    WITH IT ONCE THE SCHEDULER RETURNS.
054830     MOVE SPACES TO COMMAND
054840     DISPLAY "Agendador encerrado - estado dos jobs em"
054850         " SCHEDSTAT.".
054860
054870*****************************************************************
054880* SCHEDULER-CYCLE - ONE WAKE-UP: READS THE CLOCK, THE SCHEDSTAT
054890* STATE AND THE SCHEDULE, RUNS WHATEVER IS DUE AND GOES BACK TO
054900* SLEEP (EXCEPT AFTER THE LAST CYCLE).
054910*****************************************************************
054920 SCHEDULER-CYCLE.
054930     ACCEPT SCS-SCHED-TODAY FROM DATE YYYYMMDD
054940     ACCEPT SCS-SCHED-DOW FROM DAY-OF-WEEK
054950     ACCEPT SCS-AUDIT-TIME FROM TIME
054960     MOVE SCS-AUDIT-TIME(1:4) TO SCS-SCHED-NOW
054970     PERFORM LOAD-SCHEDSTAT-TABLE
054980     OPEN INPUT SCHEDULE-FILE
054990     IF SCS-SCHEDULE-STATUS NOT = "00"
055000         DISPLAY "Arquivo SCHEDULE nao encontrado."
055010     ELSE
055020         MOVE "N" TO SCS-SCHEDULE-EOF-SW
055030         PERFORM SCAN-SCHEDULE-ENTRY UNTIL SCS-SCHEDULE-EOF
055040         CLOSE SCHEDULE-FILE
055050     END-IF
055060     IF SCS-SCHED-CYCLE-NO < SCS-SCHED-CYCLES
055070         PERFORM SCHEDULER-SLEEP
055080     END-IF.
055090
055100*****************************************************************
055110* SCAN-SCHEDULE-ENTRY - ONE SCHEDULE LINE: RUN IT IF IT IS DUE.
055120*****************************************************************
055130 SCAN-SCHEDULE-ENTRY.
055140     READ SCHEDULE-FILE
055150         AT END
055160             MOVE "Y" TO SCS-SCHEDULE-EOF-SW
055170         NOT AT END
055180             MOVE SCH-JOB-NAME TO SCS-SCHED-JOB
055190             MOVE SCH-CMDFILE TO SCS-SCHED-FILE
055200             MOVE SCH-SERVER TO SCS-SCHED-SERVER-NAME
055210             PERFORM CHECK-JOB-DUE
055220             IF SCS-SCHED-DUE
055230                 PERFORM RUN-SCHEDULED-JOB
055240             END-IF
055250     END-READ.
055260
055270*****************************************************************
055280* CHECK-JOB-DUE - THE SCHEDULE LINE JUST READ IS DUE WHEN ITS
055290* DAY AND TIME HAVE COME AND SCHEDSTAT SHOWS NO RUN TODAY.
055300*****************************************************************
055310 CHECK-JOB-DUE.
055320     MOVE "N" TO SCS-SCHED-DUE-SW
055330     IF (SCH-DAY = ZERO OR SCH-DAY = SCS-SCHED-DOW)
055340             AND SCS-SCHED-NOW >= SCH-TIME
055350         PERFORM FIND-SCHEDSTAT-ENTRY
055360         IF SCS-STAT-NOT-FOUND
055370             MOVE "Y" TO SCS-SCHED-DUE-SW
055380         ELSE
055390             IF SCS-STAT-LAST-RUN(SCS-STAT-INDEX)
055400                     < SCS-SCHED-TODAY
055410                 MOVE "Y" TO SCS-SCHED-DUE-SW
055420             END-IF
055430         END-IF
055440     END-IF.
055450
055460*****************************************************************
055470* RUN-SCHEDULED-JOB - REPLAYS THE JOB'S COMMAND FILE THROUGH
055480* THE CHECKPOINTED BATCH PATH, POINTED AT THE JOB'S SERVER WHEN
055490* ONE IS NAMED. THE SHELL RUNS AS BATCH FOR THE DURATION - AN
055500* UNATTENDED JOB MUST NEVER SIT ON AN OVERRIDE PROMPT AT 03:00.
055510* THE OUTCOME LANDS IN SCHEDSTAT EITHER WAY.
055520*****************************************************************
055530 RUN-SCHEDULED-JOB.
055540     DISPLAY "Agendador: executando job " SCS-SCHED-JOB "."
055550     MOVE "N" TO SCS-SCHED-ERRO-SW
055560     MOVE SCS-TARGET-HOST TO SCS-SCHED-SAVED-HOST
055570     MOVE SCS-TARGET-HOST-SW TO SCS-SCHED-SAVED-HOST-SW
055580     MOVE SCS-BATCH-MODE-SW TO SCS-SCHED-SAVED-BATCH-SW
055590     MOVE "Y" TO SCS-BATCH-MODE-SW
055600     MOVE "OK" TO SCS-SCHED-OUTCOME
055610     IF SCS-SCHED-SERVER-NAME NOT = SPACES
055620         PERFORM LOOKUP-SCHED-SERVER
055630         IF SCS-SERVER-NOT-FOUND
055640             DISPLAY "Servidor do job nao encontrado em"
055650                 " SERVERLIST."
055660             MOVE "ERRO" TO SCS-SCHED-OUTCOME
055670         END-IF
055680     END-IF
055690     IF SCS-SCHED-OUTCOME = "OK"
055700         PERFORM COPY-JOB-COMMAND-FILE
055710         IF RETURN-CODE NOT = ZERO
055720             DISPLAY "Arquivo de comandos do job nao"
055730                 " encontrado: " SCS-SCHED-FILE
055740             MOVE "ERRO" TO SCS-SCHED-OUTCOME
055750         ELSE
055760             PERFORM RUN-BATCH-FILE-ONCE
055770             PERFORM REMOVE-JOB-COMMAND-FILE
055780             IF SCS-SCHED-JOB-ERRO
055790                 MOVE "ERRO" TO SCS-SCHED-OUTCOME
055800             END-IF
055810         END-IF
055820     END-IF
055830     MOVE SCS-SCHED-SAVED-HOST TO SCS-TARGET-HOST
055840     MOVE SCS-SCHED-SAVED-HOST-SW TO SCS-TARGET-HOST-SW
055850     MOVE SCS-SCHED-SAVED-BATCH-SW TO SCS-BATCH-MODE-SW
055860     PERFORM RECORD-SCHEDSTAT-ENTRY
055870*    A JOB ENDING ON AN "exit" LINE MUST NOT STOP THE SCAN OF
055880*    THE REMAINING SCHEDULE LINES.
055890     MOVE SPACES TO COMMAND
055900     DISPLAY "Agendador: job " SCS-SCHED-JOB " terminou "
055910         SCS-SCHED-OUTCOME ".".
055920
055930*****************************************************************
055940* LOOKUP-SCHED-SERVER - POINTS THE SHELL AT THE JOB'S SERVER BY
055950* ITS SERVERLIST NAME, THE SAME LOOKUP "SELECT SERVER" DOES.
055960*****************************************************************
055970 LOOKUP-SCHED-SERVER.
055980     MOVE SCS-SCHED-SERVER-NAME TO SCS-SERVER-NAME
055990     MOVE "N" TO SCS-SERVER-FOUND-SW
056000     OPEN INPUT SERVER-LIST-FILE
056010     IF SCS-SERVERLIST-STATUS NOT = "00"
056020         DISPLAY "Arquivo SERVERLIST nao encontrado."
056030     ELSE
056040         MOVE "N" TO SCS-SERVERLIST-EOF-SW
056050         PERFORM FIND-SERVER-IN-LIST
056060             UNTIL SCS-SERVERLIST-EOF OR SCS-SERVER-FOUND
056070         CLOSE SERVER-LIST-FILE
056080     END-IF.
056090
056100*****************************************************************
056110* COPY-JOB-COMMAND-FILE - PUTS THE JOB'S COMMAND FILE IN PLACE
056120* AS BATCHCMD FOR THE BATCH PASS. CALLS SYSTEM DIRECTLY - THE
056130* COPY MUST HAPPEN ON THIS BOX EVEN WHEN A REMOTE TARGET IS
056140* SELECTED, AND A FAILED COPY MUST NOT EAT THE JOB'S LASTOUT.
056150*****************************************************************
056160 COPY-JOB-COMMAND-FILE.
056170     MOVE SPACES TO SCS-SCHED-COPY-COMMAND
056180     STRING "cp -f " DELIMITED BY SIZE
056190            SCS-SCHED-FILE DELIMITED BY SPACE
056200            " BATCHCMD" DELIMITED BY SIZE
056210            INTO SCS-SCHED-COPY-COMMAND
056220     CALL "SYSTEM" USING SCS-SCHED-COPY-COMMAND.
056230
056240*****************************************************************
056250* REMOVE-JOB-COMMAND-FILE - TAKES THE BATCHCMD WORK COPY AWAY
056260* AGAIN, SO THE NEXT SHELL START DOES NOT COME UP IN BATCH MODE
056270* REPLAYING LAST NIGHT'S JOB.
056280*****************************************************************
056290 REMOVE-JOB-COMMAND-FILE.
056300     MOVE SPACES TO SCS-SCHED-COPY-COMMAND
056310     MOVE "rm -f BATCHCMD" TO SCS-SCHED-COPY-COMMAND
056320     CALL "SYSTEM" USING SCS-SCHED-COPY-COMMAND.
056330
056340*****************************************************************
056350* LOAD-SCHEDSTAT-TABLE - PULLS THE PER-JOB LAST-RUN STATE IN
056360* CORE FOR THE DUE CHECKS AND THE REWRITE.
056370*****************************************************************
056380 LOAD-SCHEDSTAT-TABLE.
056390     MOVE ZERO TO SCS-STAT-USED
056400     OPEN INPUT SCHEDULE-STATUS-FILE
056410     IF SCS-SCHEDSTAT-STATUS NOT = "00"
056420         CONTINUE
056430     ELSE
056440         MOVE "N" TO SCS-SCHEDSTAT-EOF-SW
056450         PERFORM LOAD-SCHEDSTAT-ENTRY UNTIL SCS-SCHEDSTAT-EOF
056460         CLOSE SCHEDULE-STATUS-FILE
056470     END-IF.
056480
056490*****************************************************************
056500* LOAD-SCHEDSTAT-ENTRY - READS ONE SCHEDSTAT LINE INTO THE
056510* TABLE.
056520*****************************************************************
056530 LOAD-SCHEDSTAT-ENTRY.
056540     READ SCHEDULE-STATUS-FILE
056550         AT END
056560             MOVE "Y" TO SCS-SCHEDSTAT-EOF-SW
056570         NOT AT END
056580             IF SCS-STAT-USED < 50
056590                 ADD 1 TO SCS-STAT-USED
056600                 MOVE SS-JOB-NAME
056610                     TO SCS-STAT-JOB(SCS-STAT-USED)
056620                 MOVE SS-LAST-RUN
056630                     TO SCS-STAT-LAST-RUN(SCS-STAT-USED)
056640                 MOVE SS-OUTCOME
056650                     TO SCS-STAT-OUTCOME(SCS-STAT-USED)
056660             END-IF
056670     END-READ.
056680
056690*****************************************************************
056700* FIND-SCHEDSTAT-ENTRY - LOCATES THE TABLE ENTRY OF THE JOB IN
056710* SCS-SCHED-JOB, LEAVING ITS SUBSCRIPT IN SCS-STAT-INDEX.
056720*****************************************************************
056730 FIND-SCHEDSTAT-ENTRY.
056740     MOVE "N" TO SCS-STAT-FOUND-SW
056750     PERFORM VARYING SCS-STAT-INDEX FROM 1 BY 1
056760             UNTIL SCS-STAT-INDEX > SCS-STAT-USED
056770             OR SCS-STAT-FOUND
056780         IF SCS-STAT-JOB(SCS-STAT-INDEX) = SCS-SCHED-JOB
056790             MOVE "Y" TO SCS-STAT-FOUND-SW
056800         END-IF
056810     END-PERFORM
056820     IF SCS-STAT-FOUND
056830         SUBTRACT 1 FROM SCS-STAT-INDEX
056840     END-IF.
056850
056860*****************************************************************
056870* RECORD-SCHEDSTAT-ENTRY - UPDATES (OR ADDS) THE JOB'S LAST-RUN
056880* STATE AND REWRITES SCHEDSTAT AT ONCE, SO A SCHEDULER KILLED
056890* MID-NIGHT STILL SHOWS WHAT RAN.
056900*****************************************************************
056910 RECORD-SCHEDSTAT-ENTRY.
056920     PERFORM FIND-SCHEDSTAT-ENTRY
056930     IF SCS-STAT-NOT-FOUND
056940         IF SCS-STAT-USED < 50
056950             ADD 1 TO SCS-STAT-USED
056960             MOVE SCS-STAT-USED TO SCS-STAT-INDEX
056970             MOVE SCS-SCHED-JOB TO SCS-STAT-JOB(SCS-STAT-INDEX)
056980         ELSE
056990             DISPLAY "Tabela SCHEDSTAT cheia - estado do job"
057000                 " nao registrado."
057010             MOVE ZERO TO SCS-STAT-INDEX
057020         END-IF
057030     END-IF
057040     IF SCS-STAT-INDEX > ZERO
057050         MOVE SCS-SCHED-TODAY
057060             TO SCS-STAT-LAST-RUN(SCS-STAT-INDEX)
057070         MOVE SCS-SCHED-OUTCOME
057080             TO SCS-STAT-OUTCOME(SCS-STAT-INDEX)
057090         PERFORM REWRITE-SCHEDSTAT-FILE
057100     END-IF.
057110
057120*****************************************************************
057130* REWRITE-SCHEDSTAT-FILE - REPLACES SCHEDSTAT WITH THE IN-CORE
057140* TABLE.
057150*****************************************************************
057160 REWRITE-SCHEDSTAT-FILE.
057170     OPEN OUTPUT SCHEDULE-STATUS-FILE
057180     PERFORM VARYING SCS-STAT-INDEX FROM 1 BY 1
057190             UNTIL SCS-STAT-INDEX > SCS-STAT-USED
057200         MOVE SPACES TO SCHEDULE-STATUS-RECORD
057210         MOVE SCS-STAT-JOB(SCS-STAT-INDEX) TO SS-JOB-NAME
057220         MOVE SCS-STAT-LAST-RUN(SCS-STAT-INDEX) TO SS-LAST-RUN
057230         MOVE SCS-STAT-OUTCOME(SCS-STAT-INDEX) TO SS-OUTCOME
057240         WRITE SCHEDULE-STATUS-RECORD
057250     END-PERFORM
057260     CLOSE SCHEDULE-STATUS-FILE.
057270
057280*****************************************************************
057290* SCHEDULER-SLEEP - THE PAUSE BETWEEN SCHEDULER CYCLES. CALLS
057300* SYSTEM DIRECTLY FOR THE SAME REASON WATCHDOG-SLEEP DOES.
057310*****************************************************************
057320 SCHEDULER-SLEEP.
057330     MOVE SCS-SCHED-INTERVAL TO SCS-NUMBER-DISP
057340     MOVE SPACES TO SCS-SLEEP-COMMAND
057350     STRING "sleep " DELIMITED BY SIZE
057360            SCS-NUMBER-DISP DELIMITED BY SIZE
057370            INTO SCS-SLEEP-COMMAND
057380     CALL "SYSTEM" USING SCS-SLEEP-COMMAND.
057390
057400*****************************************************************
057410* SEND-NOTIFICATION - MAILS THE RECIPIENTS CONFIGURED FOR
057420* SCS-NOTIFY-CLASS ABOUT SCS-NOTIFY-KEY/SCS-NOTIFY-TEXT. A
057430* CLASS NOBODY SUBSCRIBED TO SENDS NOTHING; A CLASS/KEY PAIR
057440* ALREADY MAILED TODAY IS THROTTLED. THE CALLER'S RETURN-CODE
057450* IS PUT BACK AFTERWARDS - A NOTIFICATION MUST NEVER CHANGE
057460* THE OUTCOME OF THE COMMAND THAT TRIGGERED IT.
057470*****************************************************************
057480 SEND-NOTIFICATION.
057490     MOVE RETURN-CODE TO SCS-NOTIFY-SAVED-RC
057500     PERFORM FIND-NOTIFY-RECIPIENTS
057510     IF SCS-NOTIFY-MATCHED
057520         ACCEPT SCS-NOTIFY-DATE FROM DATE YYYYMMDD
057530         PERFORM CHECK-NOTIFY-THROTTLE
057540         IF SCS-NOTIFY-NOT-SENT-TODAY
057550             PERFORM RUN-NOTIFY-MAILER
057560*            A MAIL THAT DID NOT GO OUT MUST NOT LAND IN THE
057570*            THROTTLE LOG, OR THE DAY'S ONE NOTIFICATION FOR
057580*            THIS CLASS/KEY IS EATEN BY A FAILED COMMAND.
057590             IF RETURN-CODE = ZERO
057600                 PERFORM WRITE-NOTIFY-SENT
057610             ELSE
057620                 DISPLAY "Falha ao enviar notificacao "
057630                     SCS-NOTIFY-CLASS "."
057640             END-IF
057650         END-IF
057660     END-IF
057670     MOVE SCS-NOTIFY-SAVED-RC TO RETURN-CODE.
057680
057690*****************************************************************
057700* FIND-NOTIFY-RECIPIENTS - LOOKS THE EVENT CLASS UP IN
057710* NOTIFYCFG AND KEEPS ITS RECIPIENT LIST, WITH DONOS EXPANDED.
057720*****************************************************************
057730 FIND-NOTIFY-RECIPIENTS.
057740     MOVE "N" TO SCS-NOTIFY-MATCH-SW
057750     MOVE SPACES TO SCS-NOTIFY-RECIPIENTS
057760     OPEN INPUT NOTIFY-CONFIG-FILE
057770     IF SCS-NOTIFYCFG-STATUS NOT = "00"
057780         CONTINUE
057790     ELSE
057800         MOVE "N" TO SCS-NOTIFYCFG-EOF-SW
057810         PERFORM MATCH-NOTIFY-CONFIG
057820             UNTIL SCS-NOTIFYCFG-EOF OR SCS-NOTIFY-MATCHED
057830         CLOSE NOTIFY-CONFIG-FILE
057840     END-IF
057850     IF SCS-NOTIFY-MATCHED
057860         MOVE ZERO TO SCS-OWNER-DONOS-COUNT
057870         INSPECT SCS-NOTIFY-RECIPIENTS
057880             TALLYING SCS-OWNER-DONOS-COUNT FOR ALL "DONOS"
057890         IF SCS-OWNER-DONOS-COUNT > ZERO
057900             PERFORM EXPAND-OWNER-RECIPIENTS
057910         END-IF
057920     END-IF.
057930
057940*****************************************************************
057950* EXPAND-OWNER-RECIPIENTS - REPLACES THE WORD DONOS IN THE
057960* RECIPIENT LIST BY THE CONTACT E-MAIL OF EVERY OWNER OF A SITE
057970* REGISTERED ON THE SERVER THE SHELL IS POINTED AT - THE EVENTS
057980* ARE PER SERVICE AND SERVER, SO EVERY SITE THERE IS CONCERNED.
057990* A LIST LEFT EMPTY SENDS NOTHING. CONTACTS THAT NO LONGER FIT
058000* THE LIST ARE DROPPED.
058010*****************************************************************
058020 EXPAND-OWNER-RECIPIENTS.
058030     INSPECT SCS-NOTIFY-RECIPIENTS REPLACING ALL "DONOS" BY SPACES
058040     MOVE 240 TO SCS-NOTIFY-RECIP-PTR
058050     PERFORM UNTIL
058060             SCS-NOTIFY-RECIPIENTS(SCS-NOTIFY-RECIP-PTR:1)
058070             NOT = SPACE OR SCS-NOTIFY-RECIP-PTR = 1
058080         SUBTRACT 1 FROM SCS-NOTIFY-RECIP-PTR
058090     END-PERFORM
058100     IF SCS-NOTIFY-RECIPIENTS NOT = SPACES
058110         ADD 2 TO SCS-NOTIFY-RECIP-PTR
058120     END-IF
058130     IF SCS-HOST-SELECTED
058140         MOVE SCS-TARGET-HOST TO SCS-OWNER-SERVER
058150     ELSE
058160         MOVE "local" TO SCS-OWNER-SERVER
058170     END-IF
058180     MOVE ZERO TO SCS-OWNER-SEEN-USED
058190     OPEN INPUT PROVISION-REGISTRY-FILE
058200     IF SCS-PROVREG-STATUS = "00"
058210         OPEN INPUT OWNER-REGISTRY-FILE
058220         IF SCS-OWNERREG-STATUS = "00"
058230             MOVE "N" TO SCS-PROVREG-EOF-SW
058240             MOVE SPACES TO PV-REG-KEY
058250             MOVE "SITE" TO PV-OBJECT-TYPE
058260             START PROVISION-REGISTRY-FILE KEY >= PV-REG-KEY
058270                 INVALID KEY
058280                     MOVE "Y" TO SCS-PROVREG-EOF-SW
058290             END-START
058300             PERFORM ADD-SITE-OWNER-RECIPIENT
058310                 UNTIL SCS-PROVREG-EOF
058320             CLOSE OWNER-REGISTRY-FILE
058330         END-IF
058340         CLOSE PROVISION-REGISTRY-FILE
058350     END-IF
058360     IF SCS-NOTIFY-RECIPIENTS = SPACES
058370         MOVE "N" TO SCS-NOTIFY-MATCH-SW
058380     END-IF.
058390
058400*****************************************************************
058410* ADD-SITE-OWNER-RECIPIENT - ONE SITE OF THE EXPAND-OWNER-
058420* RECIPIENTS WALK; THE WALK ENDS AT THE FIRST RECORD THAT IS NOT
058430* A SITE. AN OWNER ALREADY ON THE LIST IS NOT ADDED TWICE.
058440*****************************************************************
058450 ADD-SITE-OWNER-RECIPIENT.
058460     READ PROVISION-REGISTRY-FILE NEXT RECORD
058470         AT END
058480             MOVE "Y" TO SCS-PROVREG-EOF-SW
058490         NOT AT END
058500             IF PV-OBJECT-TYPE NOT = "SITE"
058510                 MOVE "Y" TO SCS-PROVREG-EOF-SW
058520             ELSE
058530                 IF PV-SERVER = SCS-OWNER-SERVER
058540                     MOVE PV-REG-KEY TO OA-REG-KEY
058550                     READ OWNER-REGISTRY-FILE
058560                         INVALID KEY
058570                             CONTINUE
058580                         NOT INVALID KEY
058590                             PERFORM ADD-OWNER-RECIPIENT
058600                     END-READ
058610                 END-IF
058620             END-IF
058630     END-READ.
058640
058650*****************************************************************
058660* ADD-OWNER-RECIPIENT - APPENDS THE OWNERS CONTACT OF OA-OWNER TO
058670* THE RECIPIENT LIST THE FIRST TIME THE OWNER COMES UP. THE LOOKUP
058680* HAS ITS OWN FIELDS - A NOTIFICATION CAN GO OUT IN THE MIDDLE OF
058690* A FLOW THAT IS STILL HOLDING ITS OWN SCS-OWNER-CODE.
058700*****************************************************************
058710 ADD-OWNER-RECIPIENT.
058720     MOVE "N" TO SCS-OWNER-SEEN-SW
058730     PERFORM VARYING SCS-OWNER-SEEN-INDEX FROM 1 BY 1
058740             UNTIL SCS-OWNER-SEEN-INDEX > SCS-OWNER-SEEN-USED
058750         IF SCS-OWNER-SEEN-CODE(SCS-OWNER-SEEN-INDEX) = OA-OWNER
058760             MOVE "Y" TO SCS-OWNER-SEEN-SW
058770         END-IF
058780     END-PERFORM
058790     IF NOT SCS-OWNER-SEEN
058800         IF SCS-OWNER-SEEN-USED < 50
058810             ADD 1 TO SCS-OWNER-SEEN-USED
058820             MOVE OA-OWNER
058830                 TO SCS-OWNER-SEEN-CODE(SCS-OWNER-SEEN-USED)
058840         END-IF
058850         MOVE OA-OWNER TO SCS-NOTIFY-OWNER
058860         PERFORM LOOKUP-NOTIFY-OWNER
058870         IF SCS-NOTIFY-EMAIL NOT = SPACES
058880             STRING SCS-NOTIFY-EMAIL DELIMITED BY SPACE
058890                    " " DELIMITED BY SIZE
058900                    INTO SCS-NOTIFY-RECIPIENTS
058910                    WITH POINTER SCS-NOTIFY-RECIP-PTR
058920                 ON OVERFLOW
058930                     CONTINUE
058940             END-STRING
058950         END-IF
058960     END-IF.
058970
058980*****************************************************************
058990* LOOKUP-NOTIFY-OWNER - LOOKS SCS-NOTIFY-OWNER UP IN OWNERS,
059000* LEAVING ITS CONTACT E-MAIL IN SCS-NOTIFY-EMAIL, SPACES WHEN THE
059010* OWNER OR THE FILE IS NOT THERE.
059020*****************************************************************
059030 LOOKUP-NOTIFY-OWNER.
059040     MOVE SPACES TO SCS-NOTIFY-EMAIL
059050     OPEN INPUT OWNER-FILE
059060     IF SCS-OWNERS-STATUS = "00"
059070         MOVE "N" TO SCS-OWNERS-EOF-SW
059080         PERFORM MATCH-NOTIFY-OWNER
059090             UNTIL SCS-OWNERS-EOF OR SCS-NOTIFY-EMAIL NOT = SPACES
059100         CLOSE OWNER-FILE
059110     END-IF.
059120
059130*****************************************************************
059140* MATCH-NOTIFY-OWNER - ONE OWNERS LINE AGAINST SCS-NOTIFY-OWNER.
059150*****************************************************************
059160 MATCH-NOTIFY-OWNER.
059170     READ OWNER-FILE
059180         AT END
059190             MOVE "Y" TO SCS-OWNERS-EOF-SW
059200         NOT AT END
059210             IF OW-CODE = SCS-NOTIFY-OWNER
059220                 AND OW-CODE NOT = SPACES
059230                 MOVE OW-EMAIL TO SCS-NOTIFY-EMAIL
059240             END-IF
059250     END-READ.
059260
059270*****************************************************************
059280* MATCH-NOTIFY-CONFIG - ONE NOTIFYCFG LINE AGAINST THE CLASS.
059290*****************************************************************
059300 MATCH-NOTIFY-CONFIG.
059310     READ NOTIFY-CONFIG-FILE
059320         AT END
059330             MOVE "Y" TO SCS-NOTIFYCFG-EOF-SW
059340         NOT AT END
059350             IF NC-EVENT-CLASS = SCS-NOTIFY-CLASS
059360                 MOVE "Y" TO SCS-NOTIFY-MATCH-SW
059370                 MOVE NC-RECIPIENTS TO SCS-NOTIFY-RECIPIENTS
059380             END-IF
059390     END-READ.
059400
059410*****************************************************************
059420* CHECK-NOTIFY-THROTTLE - SCANS SENTLOG FOR TODAY'S DATE WITH
059430* THE SAME CLASS AND KEY. A HIT MEANS THE MAIL ALREADY WENT.
059440*****************************************************************
059450 CHECK-NOTIFY-THROTTLE.
059460     MOVE "N" TO SCS-NOTIFY-SENT-SW
059470     OPEN INPUT NOTIFY-SENT-FILE
059480     IF SCS-SENTLOG-STATUS NOT = "00"
059490         CONTINUE
059500     ELSE
059510         MOVE "N" TO SCS-SENTLOG-EOF-SW
059520         PERFORM MATCH-SENT-RECORD
059530             UNTIL SCS-SENTLOG-EOF OR SCS-NOTIFY-SENT-TODAY
059540         CLOSE NOTIFY-SENT-FILE
059550     END-IF.
059560
059570*****************************************************************
059580* MATCH-SENT-RECORD - ONE SENTLOG LINE AGAINST TODAY'S
059590* CLASS/KEY.
059600*****************************************************************
059610 MATCH-SENT-RECORD.
059620     READ NOTIFY-SENT-FILE
059630         AT END
059640             MOVE "Y" TO SCS-SENTLOG-EOF-SW
059650         NOT AT END
059660             IF NS-DATE = SCS-NOTIFY-DATE
059670                     AND NS-CLASS = SCS-NOTIFY-CLASS
059680                     AND NS-KEY = SCS-NOTIFY-KEY
059690                 MOVE "Y" TO SCS-NOTIFY-SENT-SW
059700             END-IF
059710     END-READ.
059720
059730*****************************************************************
059740* RUN-NOTIFY-MAILER - PIPES THE MESSAGE TEXT INTO mail(1) FOR
059750* THE CONFIGURED RECIPIENTS. CALLS SYSTEM DIRECTLY - THE MAIL
059760* GOES FROM THIS BOX WHATEVER TARGET IS SELECTED, AND IT MUST
059770* NOT SPOOL OVER THE LASTOUT OF THE COMMAND THAT FAILED. TEXT
059780* AND KEY CARRY THE RAW TYPED COMMAND AND SIT INSIDE DOUBLE
059790* QUOTES, WHERE QUOTE, DOLLAR, BACKQUOTE AND BACKSLASH STAY
059800* LIVE TO THE SHELL - THEY ARE BLANKED OUT FIRST, THE SAME WAY
059810* EVERY OTHER PATH VALIDATES OR ESCAPES BEFORE CALL "SYSTEM".
059820*****************************************************************
059830 RUN-NOTIFY-MAILER.
059840     INSPECT SCS-NOTIFY-TEXT REPLACING ALL """" BY SPACE
059850     INSPECT SCS-NOTIFY-TEXT REPLACING ALL "$" BY SPACE
059860     INSPECT SCS-NOTIFY-TEXT REPLACING ALL "`" BY SPACE
059870     INSPECT SCS-NOTIFY-TEXT REPLACING ALL "\" BY SPACE
059880     INSPECT SCS-NOTIFY-KEY REPLACING ALL """" BY SPACE
059890     INSPECT SCS-NOTIFY-KEY REPLACING ALL "$" BY SPACE
059900     INSPECT SCS-NOTIFY-KEY REPLACING ALL "`" BY SPACE
059910     INSPECT SCS-NOTIFY-KEY REPLACING ALL "\" BY SPACE
059920     MOVE 120 TO SCS-NOTIFY-TEXT-LEN
059930     PERFORM UNTIL SCS-NOTIFY-TEXT(SCS-NOTIFY-TEXT-LEN:1)
059940             NOT = SPACE OR SCS-NOTIFY-TEXT-LEN = 1
059950         SUBTRACT 1 FROM SCS-NOTIFY-TEXT-LEN
059960     END-PERFORM
059970     MOVE 50 TO SCS-NOTIFY-KEY-LEN
059980     PERFORM UNTIL SCS-NOTIFY-KEY(SCS-NOTIFY-KEY-LEN:1)
059990             NOT = SPACE OR SCS-NOTIFY-KEY-LEN = 1
060000         SUBTRACT 1 FROM SCS-NOTIFY-KEY-LEN
060010     END-PERFORM
060020     MOVE 240 TO SCS-NOTIFY-RECIP-LEN
060030     PERFORM UNTIL
060040             SCS-NOTIFY-RECIPIENTS(SCS-NOTIFY-RECIP-LEN:1)
060050             NOT = SPACE OR SCS-NOTIFY-RECIP-LEN = 1
060060         SUBTRACT 1 FROM SCS-NOTIFY-RECIP-LEN
060070     END-PERFORM
060080     MOVE SPACES TO SCS-NOTIFY-COMMAND
060090     STRING "echo """ DELIMITED BY SIZE
060100            SCS-NOTIFY-TEXT(1:SCS-NOTIFY-TEXT-LEN)
060110                DELIMITED BY SIZE
060120            """ | mail -s ""[CONTROL] " DELIMITED BY SIZE
060130            SCS-NOTIFY-CLASS DELIMITED BY SPACE
060140            " " DELIMITED BY SIZE
060150            SCS-NOTIFY-KEY(1:SCS-NOTIFY-KEY-LEN)
060160                DELIMITED BY SIZE
060170            """ " DELIMITED BY SIZE
060180            SCS-NOTIFY-RECIPIENTS(1:SCS-NOTIFY-RECIP-LEN)
060190                DELIMITED BY SIZE
060200            INTO SCS-NOTIFY-COMMAND
060210     CALL "SYSTEM" USING SCS-NOTIFY-COMMAND.
060220
060230*****************************************************************
060240* WRITE-NOTIFY-SENT - ONE SENTLOG LINE PER MAIL SENT, CREATING
060250* THE LOG ON FIRST USE.
060260*****************************************************************
060270 WRITE-NOTIFY-SENT.
060280     OPEN EXTEND NOTIFY-SENT-FILE
060290     IF SCS-SENTLOG-STATUS = "35"
060300         OPEN OUTPUT NOTIFY-SENT-FILE
060310         CLOSE NOTIFY-SENT-FILE
060320         OPEN EXTEND NOTIFY-SENT-FILE
060330     END-IF
060340     MOVE SPACES TO NOTIFY-SENT-RECORD
060350     MOVE SCS-NOTIFY-DATE TO NS-DATE
060360     MOVE SCS-NOTIFY-CLASS TO NS-CLASS
060370     MOVE SCS-NOTIFY-KEY TO NS-KEY
060380     WRITE NOTIFY-SENT-RECORD
060390     CLOSE NOTIFY-SENT-FILE.
060400
060410*****************************************************************
060420* COLLECT-METRICS-SAMPLE - ONE TIMESTAMPED SAMPLE OF DISK,
060430* LOAD, MEMORY AND REGISTERED DATABASE SIZES INTO THE METRICS
060440* HISTORY. RUNS AGAINST THE SELECTED TARGET LIKE ANY OTHER
060450* COMMAND; THE HISTORY ITSELF ALWAYS LANDS ON THIS BOX.
060460*****************************************************************
060470 COLLECT-METRICS-SAMPLE.
060480     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
060490     ACCEPT SCS-AUDIT-TIME FROM TIME
060500     MOVE SPACES TO SCS-METRIC-STAMP
060510     STRING SCS-AUDIT-DATE DELIMITED BY SIZE
060520            "-" DELIMITED BY SIZE
060530            SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
060540            INTO SCS-METRIC-STAMP
060550     IF SCS-HOST-SELECTED
060560         MOVE SCS-TARGET-HOST TO SCS-METRIC-TARGET
060570     ELSE
060580         MOVE "local" TO SCS-METRIC-TARGET
060590     END-IF
060600     OPEN EXTEND METRICS-HISTORY-FILE
060610     IF SCS-METRICS-STATUS = "35"
060620         OPEN OUTPUT METRICS-HISTORY-FILE
060630         CLOSE METRICS-HISTORY-FILE
060640         OPEN EXTEND METRICS-HISTORY-FILE
060650     END-IF
060660     PERFORM SAMPLE-DISK-METRICS
060670     PERFORM SAMPLE-LOAD-METRIC
060680     PERFORM SAMPLE-MEMORY-METRIC
060690     PERFORM SAMPLE-DATABASE-SIZES
060700     CLOSE METRICS-HISTORY-FILE.
060710
060720*****************************************************************
060730* SAMPLE-DISK-METRICS - ONE DISCO LINE PER MOUNTED FILESYSTEM,
060740* WITH ITS PERCENT USED OUT OF df -P.
060750*****************************************************************
060760 SAMPLE-DISK-METRICS.
060770     MOVE "df -P" TO COMMAND
060780     PERFORM EXECUTE-SHELL-COMMAND
060790     IF RETURN-CODE = ZERO
060800         OPEN INPUT LAST-OUTPUT-FILE
060810         IF SCS-LASTOUT-STATUS = "00"
060820             MOVE "N" TO SCS-LASTOUT-EOF-SW
060830             PERFORM PARSE-DISK-LINE UNTIL SCS-LASTOUT-EOF
060840             CLOSE LAST-OUTPUT-FILE
060850         END-IF
060860     END-IF.
060870
060880*****************************************************************
060890* PARSE-DISK-LINE - ONE df -P LINE: THE HEADER AND ANYTHING NOT
060900* MOUNTED UNDER / ARE SKIPPED; THE REST RECORD THEIR CAPACITY
060910* PERCENTAGE UNDER THE MOUNT POINT'S NAME.
060920*****************************************************************
060930 PARSE-DISK-LINE.
060940     READ LAST-OUTPUT-FILE
060950         AT END
060960             MOVE "Y" TO SCS-LASTOUT-EOF-SW
060970         NOT AT END
060980             MOVE SPACES TO SCS-DF-FIELDS
060990             UNSTRING LAST-OUTPUT-RECORD
061000                 DELIMITED BY ALL " "
061010                 INTO SCS-DF-FS SCS-DF-BLOCKS SCS-DF-USED
061020                      SCS-DF-AVAIL SCS-DF-CAPACITY SCS-DF-MOUNT
061030             IF SCS-DF-MOUNT(1:1) = "/"
061040                 MOVE SPACES TO SCS-METRIC-TEXT
061050                 MOVE SCS-DF-CAPACITY TO SCS-METRIC-TEXT
061060                 PERFORM CONVERT-METRIC-VALUE
061070                 MOVE "DISCO" TO SCS-METRIC-TYPE
061080                 MOVE SCS-DF-MOUNT TO SCS-METRIC-NAME
061090                 PERFORM WRITE-METRIC-RECORD
061100             END-IF
061110     END-READ.
061120
061130*****************************************************************
061140* SAMPLE-LOAD-METRIC - THE 1-MINUTE LOAD AVERAGE TIMES 100, SO
061150* THE HISTORY HOLDS WHOLE NUMBERS.
061160*****************************************************************
061170 SAMPLE-LOAD-METRIC.
061180     MOVE "awk '{print int($1*100)}' /proc/loadavg" TO COMMAND
061190     PERFORM EXECUTE-SHELL-COMMAND
061200     IF RETURN-CODE = ZERO
061210         PERFORM READ-METRIC-LASTOUT
061220         PERFORM CONVERT-METRIC-VALUE
061230         MOVE "CARGA" TO SCS-METRIC-TYPE
061240         MOVE "loadavg" TO SCS-METRIC-NAME
061250         PERFORM WRITE-METRIC-RECORD
061260     END-IF.
061270
061280*****************************************************************
061290* SAMPLE-MEMORY-METRIC - PERCENT OF PHYSICAL MEMORY IN USE.
061300*****************************************************************
061310 SAMPLE-MEMORY-METRIC.
061320     MOVE "free | awk 'NR==2 {print int($3*100/$2)}'" TO COMMAND
061330     PERFORM EXECUTE-SHELL-COMMAND
061340     IF RETURN-CODE = ZERO
061350         PERFORM READ-METRIC-LASTOUT
061360         PERFORM CONVERT-METRIC-VALUE
061370         MOVE "MEMORIA" TO SCS-METRIC-TYPE
061380         MOVE "memoria" TO SCS-METRIC-NAME
061390         PERFORM WRITE-METRIC-RECORD
061400     END-IF.
061410
061420*****************************************************************
061430* SAMPLE-DATABASE-SIZES - ONE BANCO LINE PER DATABASE THE
061440* PROVREG REGISTRY KNOWS ON THE TARGET BOX, ASKING THE ENGINE
061450* ITSELF FOR THE SIZE IN BYTES.
061460*****************************************************************
061470 SAMPLE-DATABASE-SIZES.
061480     OPEN INPUT PROVISION-REGISTRY-FILE
061490     IF SCS-PROVREG-STATUS NOT = "00"
061500         CONTINUE
061510     ELSE
061520         MOVE "N" TO SCS-PROVREG-EOF-SW
061530         PERFORM SAMPLE-NEXT-DB-SIZE UNTIL SCS-PROVREG-EOF
061540         CLOSE PROVISION-REGISTRY-FILE
061550     END-IF.
061560
061570*****************************************************************
061580* SAMPLE-NEXT-DB-SIZE - ONE PROVREG LINE: A DATABASE REGISTERED
061590* FOR THE TARGET HAS ITS SIZE QUERIED AND RECORDED.
061600*****************************************************************
061610 SAMPLE-NEXT-DB-SIZE.
061620     READ PROVISION-REGISTRY-FILE NEXT RECORD
061630         AT END
061640             MOVE "Y" TO SCS-PROVREG-EOF-SW
061650         NOT AT END
061660             IF PV-OBJECT-TYPE = "DATABASE"
061670                     AND PV-SERVER = SCS-METRIC-TARGET
061680                 MOVE SPACES TO COMMAND
061690                 IF PV-ENGINE = "MYSQL"
061700                     STRING "mysql -N -e ""SELECT COALESCE(SUM("
061710                            DELIMITED BY SIZE
061720                            "data_length+index_length),0) FROM "
061730                            DELIMITED BY SIZE
061740                            "information_schema.tables WHERE "
061750                            DELIMITED BY SIZE
061760                            "table_schema='" DELIMITED BY SIZE
061770                            PV-OBJECT-NAME DELIMITED BY SPACE
061780                            "';""" DELIMITED BY SIZE
061790                            INTO COMMAND
061800                 ELSE
061810                     STRING "sudo -u postgres psql -At -c "
061820                            DELIMITED BY SIZE
061830                            """SELECT pg_database_size('"
061840                            DELIMITED BY SIZE
061850                            PV-OBJECT-NAME DELIMITED BY SPACE
061860                            "');""" DELIMITED BY SIZE
061870                            INTO COMMAND
061880                 END-IF
061890                 PERFORM EXECUTE-SHELL-COMMAND
061900                 IF RETURN-CODE = ZERO
061910                     PERFORM READ-METRIC-LASTOUT
061920                     PERFORM CONVERT-METRIC-VALUE
061930                     MOVE "BANCO" TO SCS-METRIC-TYPE
061940                     MOVE PV-OBJECT-NAME TO SCS-METRIC-NAME
061950                     PERFORM WRITE-METRIC-RECORD
061960                 END-IF
061970             END-IF
061980     END-READ.
061990
062000*****************************************************************
062010* READ-METRIC-LASTOUT - THE FIRST LASTOUT LINE OF THE QUERY
062020* JUST RUN, INTO SCS-METRIC-TEXT FOR CONVERSION.
062030*****************************************************************
062040 READ-METRIC-LASTOUT.
062050     MOVE SPACES TO SCS-METRIC-TEXT
062060     OPEN INPUT LAST-OUTPUT-FILE
062070     IF SCS-LASTOUT-STATUS = "00"
062080         READ LAST-OUTPUT-FILE
062090             AT END
062100                 CONTINUE
062110             NOT AT END
062120                 MOVE LAST-OUTPUT-RECORD(1:12)
062130                     TO SCS-METRIC-TEXT
062140         END-READ
062150         CLOSE LAST-OUTPUT-FILE
062160     END-IF.
062170
062180*****************************************************************
062190* CONVERT-METRIC-VALUE - TURNS THE DIGITS IN SCS-METRIC-TEXT
062200* INTO SCS-METRIC-VALUE, SKIPPING ANYTHING ELSE (THE % OF df,
062210* STRAY SPACES). NO DIGITS AT ALL LEAVES ZERO.
062220*****************************************************************
062230 CONVERT-METRIC-VALUE.
062240     MOVE ZERO TO SCS-METRIC-VALUE
062250     PERFORM VARYING SCS-METRIC-INDEX FROM 1 BY 1
062260             UNTIL SCS-METRIC-INDEX > 12
062270         MOVE SCS-METRIC-TEXT(SCS-METRIC-INDEX:1)
062280             TO SCS-DIGIT-CHAR
062290         IF SCS-DIGIT-CHAR >= "0" AND SCS-DIGIT-CHAR <= "9"
062300             COMPUTE SCS-METRIC-VALUE =
062310                 SCS-METRIC-VALUE * 10 + SCS-DIGIT-NUM
062320         END-IF
062330     END-PERFORM.
062340
062350*****************************************************************
062360* WRITE-METRIC-RECORD - ONE METRICS LINE FOR THE SAMPLE JUST
062370* TAKEN. THE FILE IS ALREADY OPEN FOR THE WHOLE SAMPLE PASS.
062380*****************************************************************
062390 WRITE-METRIC-RECORD.
062400     MOVE SPACES TO METRICS-HISTORY-RECORD
062410     MOVE SCS-METRIC-STAMP TO MH-STAMP
062420     MOVE SCS-METRIC-TYPE TO MH-METRIC
062430     MOVE SCS-METRIC-NAME TO MH-NAME
062440     MOVE SCS-METRIC-TARGET TO MH-SERVER
062450     MOVE SCS-METRIC-VALUE TO MH-VALUE
062460     WRITE METRICS-HISTORY-RECORD.
062470
062480*****************************************************************
062490* CHANGE-PASSWORD - THE SIGNED-ON OPERATOR PROVES THE CURRENT
062500* PASSWORD AND SETS A NEW ONE. THE NEW HASH IS REWRITTEN AT
062510* ONCE AND ANY FAILURE COUNT CLEARED.
062520*****************************************************************
062530 CHANGE-PASSWORD.
062540     PERFORM LOAD-OPERATOR-TABLE
062550     MOVE SCS-OPERATOR-ID TO SCS-OPER-LOOKUP-ID
062560     PERFORM FIND-OPERATOR-SLOT
062570     IF SCS-OPER-NOT-FOUND
062580         DISPLAY "Conta nao encontrada em OPERATORS."
062590         MOVE "ERRO" TO SCS-COMMAND-OUTCOME
062600     ELSE
062610         MOVE SCS-OPERATOR-ID TO SCS-HASH-SALT
062620         DISPLAY "Senha atual: "
062630         ACCEPT SCS-PWD-INPUT
062640         PERFORM COMPUTE-PASSWORD-HASH
062650         IF SCS-HASH-DISP-X
062660                 NOT = SCS-OPER-HASH(SCS-OPER-INDEX)
062670             DISPLAY "Senha atual incorreta."
062680             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
062690         ELSE
062700             MOVE "Digite a nova senha: " TO SCS-PROMPT-TEXT
062710             MOVE "N" TO SCS-VALID-INPUT-SW
062720             PERFORM PROMPT-AND-VALIDATE-NAME
062730                 UNTIL SCS-VALID-INPUT
062740             MOVE SCS-PROMPT-VALUE TO SCS-PWD-INPUT
062750             PERFORM COMPUTE-PASSWORD-HASH
062760             MOVE SCS-HASH-DISP-X
062770                 TO SCS-OPER-HASH(SCS-OPER-INDEX)
062780             MOVE ZERO TO SCS-OPER-FAILS(SCS-OPER-INDEX)
062790             PERFORM REWRITE-OPERATOR-FILE
062800             DISPLAY "Senha alterada."
062810             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
062820         END-IF
062830     END-IF.
062840
062850*****************************************************************
062860* ADD-OPERATOR - SUPERVISOR-ONLY: A NEW OPERATORS ACCOUNT WITH
062870* PROFILE, NAME AND AN INITIAL PASSWORD, THROUGH THE SHELL AND
062880* THE AUDIT LOG INSTEAD OF AN EDITOR ON THE FILE.
062890*****************************************************************
062900 ADD-OPERATOR.
062910     PERFORM LOAD-OPERATOR-TABLE
062920     MOVE "Identificacao do novo operador: "
062930         TO SCS-PROMPT-TEXT
062940     MOVE "N" TO SCS-VALID-INPUT-SW
062950     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
062960     MOVE SCS-PROMPT-VALUE(1:10) TO SCS-OPER-LOOKUP-ID
062970     PERFORM FIND-OPERATOR-SLOT
062980     IF SCS-OPER-FOUND
062990         DISPLAY "Operador ja existe."
063000         MOVE "ERRO" TO SCS-COMMAND-OUTCOME
063010     ELSE
063020         IF SCS-OPER-USED >= 100
063030             DISPLAY "Tabela de operadores cheia."
063040             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
063050         ELSE
063060             MOVE SPACE TO SCS-NEW-PROFILE
063070             PERFORM PROMPT-NEW-PROFILE
063080                 UNTIL SCS-NEW-PROFILE-VALID
063090             DISPLAY "Nome do operador: "
063100             ACCEPT SCS-NEW-OPER-NAME
063110             MOVE "Senha inicial: " TO SCS-PROMPT-TEXT
063120             MOVE "N" TO SCS-VALID-INPUT-SW
063130             PERFORM PROMPT-AND-VALIDATE-NAME
063140                 UNTIL SCS-VALID-INPUT
063150             MOVE SCS-PROMPT-VALUE TO SCS-PWD-INPUT
063160             MOVE SCS-OPER-LOOKUP-ID TO SCS-HASH-SALT
063170             PERFORM COMPUTE-PASSWORD-HASH
063180             ADD 1 TO SCS-OPER-USED
063190             MOVE SCS-OPER-LOOKUP-ID
063200                 TO SCS-OPER-ID(SCS-OPER-USED)
063210             MOVE SCS-NEW-PROFILE
063220                 TO SCS-OPER-PROFILE(SCS-OPER-USED)
063230             MOVE SCS-NEW-OPER-NAME
063240                 TO SCS-OPER-NAME(SCS-OPER-USED)
063250             MOVE SCS-HASH-DISP-X
063260                 TO SCS-OPER-HASH(SCS-OPER-USED)
063270             MOVE "A" TO SCS-OPER-STATUS(SCS-OPER-USED)
063280             MOVE ZERO TO SCS-OPER-FAILS(SCS-OPER-USED)
063290             PERFORM REWRITE-OPERATOR-FILE
063300             DISPLAY "Operador " SCS-OPER-LOOKUP-ID " criado."
063310             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
063320         END-IF
063330     END-IF.
063340
063350*****************************************************************
063360* PROMPT-NEW-PROFILE - ASKS THE PROFILE OF THE ACCOUNT BEING
063370* CREATED. PERFORMED UNTIL A VALID CHOICE.
063380*****************************************************************
063390 PROMPT-NEW-PROFILE.
063400     DISPLAY "Perfil - J junior, O operador, S supervisor: "
063410     ACCEPT SCS-NEW-PROFILE
063420     IF NOT SCS-NEW-PROFILE-VALID
063430         DISPLAY "Opcao invalida. Tente novamente."
063440     END-IF.
063450
063460*****************************************************************
063470* DISABLE-OPERATOR - SUPERVISOR-ONLY: TAKES AN ACCOUNT OUT OF
063480* SERVICE. A SUPERVISOR CANNOT DISABLE THE ACCOUNT AT THIS
063490* CONSOLE - THAT IS HOW BOXES END UP WITH NOBODY ABLE TO SIGN
063500* ON.
063510*****************************************************************
063520 DISABLE-OPERATOR.
063530     PERFORM LOAD-OPERATOR-TABLE
063540     MOVE "Identificacao do operador a desativar: "
063550         TO SCS-PROMPT-TEXT
063560     MOVE "N" TO SCS-VALID-INPUT-SW
063570     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
063580     MOVE SCS-PROMPT-VALUE(1:10) TO SCS-OPER-LOOKUP-ID
063590     IF SCS-OPER-LOOKUP-ID = SCS-OPERATOR-ID
063600         DISPLAY "Nao e possivel desativar a propria conta."
063610         MOVE "ERRO" TO SCS-COMMAND-OUTCOME
063620     ELSE
063630         PERFORM FIND-OPERATOR-SLOT
063640         IF SCS-OPER-NOT-FOUND
063650             DISPLAY "Operador desconhecido."
063660             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
063670         ELSE
063680             MOVE "D" TO SCS-OPER-STATUS(SCS-OPER-INDEX)
063690             PERFORM REWRITE-OPERATOR-FILE
063700             DISPLAY "Conta " SCS-OPER-LOOKUP-ID " desativada."
063710             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
063720         END-IF
063730     END-IF.
063740
063750*****************************************************************
063760* ENABLE-OPERATOR - SUPERVISOR-ONLY: PUTS A DISABLED OR BLOCKED
063770* ACCOUNT BACK IN SERVICE AND CLEARS ITS FAILURE COUNT.
063780*****************************************************************
063790 ENABLE-OPERATOR.
063800     PERFORM LOAD-OPERATOR-TABLE
063810     MOVE "Identificacao do operador a reativar: "
063820         TO SCS-PROMPT-TEXT
063830     MOVE "N" TO SCS-VALID-INPUT-SW
063840     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
063850     MOVE SCS-PROMPT-VALUE(1:10) TO SCS-OPER-LOOKUP-ID
063860     PERFORM FIND-OPERATOR-SLOT
063870     IF SCS-OPER-NOT-FOUND
063880         DISPLAY "Operador desconhecido."
063890         MOVE "ERRO" TO SCS-COMMAND-OUTCOME
063900     ELSE
063910         MOVE "A" TO SCS-OPER-STATUS(SCS-OPER-INDEX)
063920         MOVE ZERO TO SCS-OPER-FAILS(SCS-OPER-INDEX)
063930         PERFORM REWRITE-OPERATOR-FILE
063940         DISPLAY "Conta " SCS-OPER-LOOKUP-ID " reativada."
063950         MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
063960     END-IF.
063970
063980*****************************************************************
063990* LIST-OPERATORS - SUPERVISOR-ONLY: THE ACCOUNTS, THEIR
064000* PROFILES AND STATUS. THE HASH IS NOBODY'S BUSINESS.
064010*****************************************************************
064020 LIST-OPERATORS.
064030     PERFORM LOAD-OPERATOR-TABLE
064040     DISPLAY "Id         Perfil Status Falhas Nome"
064050     PERFORM LIST-ONE-OPERATOR
064060         VARYING SCS-OPER-INDEX FROM 1 BY 1
064070         UNTIL SCS-OPER-INDEX > SCS-OPER-USED.
064080
064090*****************************************************************
064100* LIST-ONE-OPERATOR - ONE ACCOUNT LINE OF THE LISTING.
064110*****************************************************************
064120 LIST-ONE-OPERATOR.
064130     DISPLAY SCS-OPER-ID(SCS-OPER-INDEX) " "
064140         SCS-OPER-PROFILE(SCS-OPER-INDEX) "      "
064150         SCS-OPER-STATUS(SCS-OPER-INDEX) "      "
064160         SCS-OPER-FAILS(SCS-OPER-INDEX) "      "
064170         SCS-OPER-NAME(SCS-OPER-INDEX).
064180
064190*****************************************************************
064200* LOAD-PENDING-TABLE - PULLS THE PENDAPPR QUEUE IN CORE.
064210*****************************************************************
064220 LOAD-PENDING-TABLE.
064230     MOVE ZERO TO SCS-PEND-USED
064240     MOVE "N" TO SCS-PEND-FULL-SW
064250     OPEN INPUT PENDING-APPROVAL-FILE
064260     IF SCS-PENDAPPR-STATUS NOT = "00"
064270         CONTINUE
064280     ELSE
064290         MOVE "N" TO SCS-PEND-EOF-SW
064300         PERFORM LOAD-PENDING-ENTRY UNTIL SCS-PEND-EOF
064310         CLOSE PENDING-APPROVAL-FILE
064320     END-IF.
064330
064340*****************************************************************
064350* LOAD-PENDING-ENTRY - READS ONE QUEUE LINE INTO THE TABLE.
064360*****************************************************************
064370 LOAD-PENDING-ENTRY.
064380     READ PENDING-APPROVAL-FILE
064390         AT END
064400             MOVE "Y" TO SCS-PEND-EOF-SW
064410         NOT AT END
064420             IF SCS-PEND-USED < 50
064430                 ADD 1 TO SCS-PEND-USED
064440                 MOVE PA-SEQ TO SCS-PEND-SEQ(SCS-PEND-USED)
064450                 MOVE PA-STATUS
064460                     TO SCS-PEND-STATUS(SCS-PEND-USED)
064470                 MOVE PA-REQUESTED
064480                     TO SCS-PEND-REQUESTED(SCS-PEND-USED)
064490                 MOVE PA-REQUESTER
064500                     TO SCS-PEND-REQUESTER(SCS-PEND-USED)
064510                 MOVE PA-APPROVER
064520                     TO SCS-PEND-APPROVER(SCS-PEND-USED)
064530                 MOVE PA-DOMAIN
064540                     TO SCS-PEND-DOMAIN(SCS-PEND-USED)
064550                 MOVE PA-SERVER
064560                     TO SCS-PEND-SERVER(SCS-PEND-USED)
064570                 MOVE PA-WEB-ENGINE
064580                     TO SCS-PEND-WEB(SCS-PEND-USED)
064590                 MOVE PA-DROP-DB
064600                     TO SCS-PEND-DROP-DB(SCS-PEND-USED)
064610                 MOVE PA-DB-ENGINE
064620                     TO SCS-PEND-DB-ENG(SCS-PEND-USED)
064630                 MOVE PA-DATABASE TO SCS-PEND-DB(SCS-PEND-USED)
064640                 MOVE PA-DROP-USER
064650                     TO SCS-PEND-DROP-USER(SCS-PEND-USED)
064660                 MOVE PA-USER-ENGINE
064670                     TO SCS-PEND-USER-ENG(SCS-PEND-USED)
064680                 MOVE PA-USER-NAME
064690                     TO SCS-PEND-USER(SCS-PEND-USED)
064700                 MOVE PA-REASON
064710                     TO SCS-PEND-REASON(SCS-PEND-USED)
064720             ELSE
064730                 MOVE "Y" TO SCS-PEND-FULL-SW
064740             END-IF
064750     END-READ.
064760
064770*****************************************************************
064780* REWRITE-PENDING-FILE - REPLACES PENDAPPR WITH THE IN-CORE
064790* TABLE. A FILE TOO BIG FOR THE TABLE IS LEFT UNTOUCHED RATHER
064800* THAN REWRITTEN SHORT - SAME RULE OPERATORS, CERTREG AND
064810* CFGSNAP APPLY.
064820*****************************************************************
064830 REWRITE-PENDING-FILE.
064840     IF SCS-PEND-FULL
064850         DISPLAY "Fila PENDAPPR grande demais para a tabela -"
064860             " alteracao nao gravada."
064870     ELSE
064880         PERFORM REWRITE-PENDING-RECORDS
064890     END-IF.
064900
064910*****************************************************************
064920* REWRITE-PENDING-RECORDS - THE REWRITE ITSELF.
064930*****************************************************************
064940 REWRITE-PENDING-RECORDS.
064950     OPEN OUTPUT PENDING-APPROVAL-FILE
064960     PERFORM VARYING SCS-PEND-INDEX FROM 1 BY 1
064970             UNTIL SCS-PEND-INDEX > SCS-PEND-USED
064980         MOVE SPACES TO PENDING-APPROVAL-RECORD
064990         MOVE SCS-PEND-SEQ(SCS-PEND-INDEX) TO PA-SEQ
065000         MOVE SCS-PEND-STATUS(SCS-PEND-INDEX) TO PA-STATUS
065010         MOVE SCS-PEND-REQUESTED(SCS-PEND-INDEX)
065020             TO PA-REQUESTED
065030         MOVE SCS-PEND-REQUESTER(SCS-PEND-INDEX)
065040             TO PA-REQUESTER
065050         MOVE SCS-PEND-APPROVER(SCS-PEND-INDEX) TO PA-APPROVER
065060         MOVE SCS-PEND-DOMAIN(SCS-PEND-INDEX) TO PA-DOMAIN
065070         MOVE SCS-PEND-SERVER(SCS-PEND-INDEX) TO PA-SERVER
065080         MOVE SCS-PEND-WEB(SCS-PEND-INDEX) TO PA-WEB-ENGINE
065090         MOVE SCS-PEND-DROP-DB(SCS-PEND-INDEX) TO PA-DROP-DB
065100         MOVE SCS-PEND-DB-ENG(SCS-PEND-INDEX) TO PA-DB-ENGINE
065110         MOVE SCS-PEND-DB(SCS-PEND-INDEX) TO PA-DATABASE
065120         MOVE SCS-PEND-DROP-USER(SCS-PEND-INDEX)
065130             TO PA-DROP-USER
065140         MOVE SCS-PEND-USER-ENG(SCS-PEND-INDEX)
065150             TO PA-USER-ENGINE
065160         MOVE SCS-PEND-USER(SCS-PEND-INDEX) TO PA-USER-NAME
065170         MOVE SCS-PEND-REASON(SCS-PEND-INDEX) TO PA-REASON
065180         WRITE PENDING-APPROVAL-RECORD
065190     END-PERFORM
065200     CLOSE PENDING-APPROVAL-FILE.
065210
065220*****************************************************************
065230* EXPIRE-STALE-REQUESTS - THE QUEUE HOUSEKEEPING: A PENDENTE
065240* ENTRY MORE THAN TWO DAYS OLD GOES TO EXPIRADO, SO A STALE
065250* REQUEST CANNOT BE APPROVED WEEKS LATER, AND A SETTLED ENTRY
065260* (APROVADO, REJEITADO, EXPIRADO) MORE THAN SEVEN DAYS OLD IS
065270* PURGED - OTHERWISE DECIDED HISTORY EVENTUALLY FILLS THE 50
065280* SLOTS AND NO REQUEST CAN EVER BE STAGED AGAIN. REWRITES THE
065290* QUEUE WHEN ANYTHING CHANGED.
065300*****************************************************************
065310 EXPIRE-STALE-REQUESTS.
065320     MOVE "N" TO SCS-PEND-CHANGED-SW
065330     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
065340     MOVE SCS-AUDIT-DATE TO SCS-CD-DATE
065350     PERFORM CONVERT-DATE-TO-SERIAL
065360     MOVE SCS-CD-SERIAL TO SCS-TODAY-SERIAL
065370     MOVE ZERO TO SCS-PEND-KEEP
065380     PERFORM JUDGE-ONE-REQUEST
065390         VARYING SCS-PEND-INDEX FROM 1 BY 1
065400         UNTIL SCS-PEND-INDEX > SCS-PEND-USED
065410     MOVE SCS-PEND-KEEP TO SCS-PEND-USED
065420     IF SCS-PEND-CHANGED
065430         PERFORM REWRITE-PENDING-FILE
065440     END-IF.
065450
065460*****************************************************************
065470* JUDGE-ONE-REQUEST - AGES ONE QUEUE ENTRY: EXPIRES A STALE
065480* PENDENTE, DROPS WEEK-OLD SETTLED HISTORY AND COMPACTS THE
065490* KEPT ENTRIES DOWN THE TABLE.
065500*****************************************************************
065510 JUDGE-ONE-REQUEST.
065520     MOVE SCS-PEND-REQUESTED(SCS-PEND-INDEX)(1:8)
065530         TO SCS-CD-DATE
065540     PERFORM CONVERT-DATE-TO-SERIAL
065550     IF SCS-TODAY-SERIAL > SCS-CD-SERIAL
065560         COMPUTE SCS-PEND-AGE =
065570             SCS-TODAY-SERIAL - SCS-CD-SERIAL
065580     ELSE
065590         MOVE ZERO TO SCS-PEND-AGE
065600     END-IF
065610     IF SCS-PEND-STATUS(SCS-PEND-INDEX) = "PENDENTE"
065620             AND SCS-PEND-AGE > 2
065630         MOVE "EXPIRADO" TO SCS-PEND-STATUS(SCS-PEND-INDEX)
065640         MOVE "Y" TO SCS-PEND-CHANGED-SW
065650     END-IF
065660     IF SCS-PEND-STATUS(SCS-PEND-INDEX) NOT = "PENDENTE"
065670             AND SCS-PEND-AGE > 7
065680*        WEEK-OLD DECIDED HISTORY LEAVES THE QUEUE - AUDITLOG
065690*        ALREADY HOLDS THE PERMANENT RECORD OF WHAT RAN.
065700         MOVE "Y" TO SCS-PEND-CHANGED-SW
065710     ELSE
065720         ADD 1 TO SCS-PEND-KEEP
065730         IF SCS-PEND-KEEP NOT = SCS-PEND-INDEX
065740             MOVE SCS-PEND-ENTRY(SCS-PEND-INDEX)
065750                 TO SCS-PEND-ENTRY(SCS-PEND-KEEP)
065760         END-IF
065770     END-IF.
065780
065790*****************************************************************
065800* FIND-PENDING-ENTRY - LOCATES THE QUEUE ENTRY WITH THE NUMBER
065810* IN SCS-PEND-PICK, LEAVING ITS SUBSCRIPT IN SCS-PEND-INDEX.
065820*****************************************************************
065830 FIND-PENDING-ENTRY.
065840     MOVE "N" TO SCS-PEND-FOUND-SW
065850     PERFORM VARYING SCS-PEND-INDEX FROM 1 BY 1
065860             UNTIL SCS-PEND-INDEX > SCS-PEND-USED
065870             OR SCS-PEND-FOUND
065880         IF SCS-PEND-SEQ(SCS-PEND-INDEX) = SCS-PEND-PICK
065890             MOVE "Y" TO SCS-PEND-FOUND-SW
065900         END-IF
065910     END-PERFORM
065920     IF SCS-PEND-FOUND
065930         SUBTRACT 1 FROM SCS-PEND-INDEX
065940     END-IF.
065950
065960*****************************************************************
065970* LIST-PENDING-APPROVALS - SUPERVISOR-ONLY: EVERY PENDENTE
065980* REQUEST, AFTER THE STALE ONES EXPIRED.
065990*****************************************************************
066000 LIST-PENDING-APPROVALS.
066010     PERFORM LOAD-PENDING-TABLE
066020     PERFORM EXPIRE-STALE-REQUESTS
066030     MOVE ZERO TO SCS-PEND-COUNT
066040     PERFORM LIST-ONE-PENDING
066050         VARYING SCS-PEND-INDEX FROM 1 BY 1
066060         UNTIL SCS-PEND-INDEX > SCS-PEND-USED
066070     IF SCS-PEND-COUNT = ZERO
066080         DISPLAY "Nenhuma solicitacao pendente."
066090     END-IF.
066100
066110*****************************************************************
066120* LIST-ONE-PENDING - ONE PENDENTE ENTRY OF THE LISTING.
066130*****************************************************************
066140 LIST-ONE-PENDING.
066150     IF SCS-PEND-STATUS(SCS-PEND-INDEX) = "PENDENTE"
066160         ADD 1 TO SCS-PEND-COUNT
066170         MOVE SCS-PEND-SEQ(SCS-PEND-INDEX)
066180             TO SCS-PEND-SEQ-DISP
066190         DISPLAY SCS-PEND-SEQ-DISP " "
066200             SCS-PEND-REQUESTED(SCS-PEND-INDEX) " por "
066210             SCS-PEND-REQUESTER(SCS-PEND-INDEX) " site "
066220             SCS-PEND-DOMAIN(SCS-PEND-INDEX)(1:25) " em "
066230             SCS-PEND-SERVER(SCS-PEND-INDEX)(1:20)
066240         DISPLAY "      banco: " SCS-PEND-DROP-DB(SCS-PEND-INDEX)
066250             " usuario: " SCS-PEND-DROP-USER(SCS-PEND-INDEX)
066260             " motivo: " SCS-PEND-REASON(SCS-PEND-INDEX)(1:40)
066270     END-IF.
066280
066290*****************************************************************
066300* APPROVE-PENDING-REQUEST - SUPERVISOR-ONLY SECOND PAIR OF
066310* EYES: A PENDENTE, UNEXPIRED REQUEST STAGED BY SOMEONE ELSE,
066320* FOR THE SERVER THE SHELL IS POINTED AT, IS MARKED APROVADO
066330* AND EXECUTED THROUGH THE SAME REMOVE-SITE FLOW. THE AUDIT
066340* TRAIL CARRIES THE REQUESTER IN THE COMMAND TEXT AND THE
066350* APPROVER AS THE OPERATOR.
066360*****************************************************************
066370 APPROVE-PENDING-REQUEST.
066380     MOVE SCS-TYPED-COMMAND TO SCS-SAVED-TYPED
066390     PERFORM LOAD-PENDING-TABLE
066400     PERFORM EXPIRE-STALE-REQUESTS
066410     DISPLAY "Numero da solicitacao a aprovar: "
066420     ACCEPT SCS-NUMBER-TEXT
066430     PERFORM CONVERT-NUMBER-TEXT
066440     MOVE SCS-NUMBER-VALUE TO SCS-PEND-PICK
066450     PERFORM FIND-PENDING-ENTRY
066460     IF SCS-HOST-SELECTED
066470         MOVE SCS-TARGET-HOST TO SCS-STAGE-SERVER
066480     ELSE
066490         MOVE "local" TO SCS-STAGE-SERVER
066500     END-IF
066510     EVALUATE TRUE
066520*        AN OVERSIZED QUEUE CANNOT BE REWRITTEN - EXECUTING
066530*        WITHOUT PERSISTING THE APROVADO WOULD LET THE SAME
066540*        REQUEST BE APPROVED AND RUN TWICE.
066550         WHEN SCS-PEND-FULL
066560             DISPLAY "Fila PENDAPPR grande demais para a"
066570                 " tabela - nada aprovado."
066580             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
066590         WHEN SCS-PEND-NOT-FOUND
066600             DISPLAY "Solicitacao nao encontrada."
066610             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
066620         WHEN SCS-PEND-STATUS(SCS-PEND-INDEX) NOT = "PENDENTE"
066630             DISPLAY "Solicitacao nao esta pendente: "
066640                 SCS-PEND-STATUS(SCS-PEND-INDEX)
066650             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
066660         WHEN SCS-PEND-REQUESTER(SCS-PEND-INDEX)
066670                 = SCS-OPERATOR-ID
066680             DISPLAY "Quem solicitou nao aprova a propria"
066690                 " solicitacao."
066700             MOVE "NEGADO" TO SCS-COMMAND-OUTCOME
066710         WHEN SCS-PEND-SERVER(SCS-PEND-INDEX)
066720                 NOT = SCS-STAGE-SERVER
066730             DISPLAY "Solicitacao e para o servidor "
066740                 SCS-PEND-SERVER(SCS-PEND-INDEX)(1:30)
066750                 " - selecione-o antes de aprovar."
066760             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
066770         WHEN OTHER
066780             PERFORM RUN-APPROVED-REQUEST
066790     END-EVALUATE
066800     MOVE SCS-SAVED-TYPED TO SCS-TYPED-COMMAND.
066810
066820*****************************************************************
066830* RUN-APPROVED-REQUEST - MARKS THE ENTRY APROVADO (ON DISK
066840* BEFORE ANYTHING RUNS, SO A CRASH MID-REMOVE CANNOT LET IT BE
066850* APPROVED TWICE) AND DRIVES THE DECOMMISSION OFF THE STAGED
066860* FIELDS.
066870*****************************************************************
066880 RUN-APPROVED-REQUEST.
066890     MOVE "APROVADO" TO SCS-PEND-STATUS(SCS-PEND-INDEX)
066900     MOVE SCS-OPERATOR-ID
066910         TO SCS-PEND-APPROVER(SCS-PEND-INDEX)
066920     MOVE SCS-PEND-DOMAIN(SCS-PEND-INDEX) TO SCS-STAGE-DOMAIN
066930     MOVE SCS-PEND-WEB(SCS-PEND-INDEX) TO SCS-STAGE-WEB
066940     MOVE SCS-PEND-DROP-DB(SCS-PEND-INDEX)
066950         TO SCS-STAGE-DROP-DB
066960     MOVE SCS-PEND-DB-ENG(SCS-PEND-INDEX) TO SCS-STAGE-DB-ENG
066970     MOVE SCS-PEND-DB(SCS-PEND-INDEX) TO SCS-STAGE-DB
066980     MOVE SCS-PEND-DROP-USER(SCS-PEND-INDEX)
066990         TO SCS-STAGE-DROP-USER
067000     MOVE SCS-PEND-USER-ENG(SCS-PEND-INDEX)
067010         TO SCS-STAGE-USER-ENG
067020     MOVE SCS-PEND-USER(SCS-PEND-INDEX) TO SCS-STAGE-USER
067030     MOVE SCS-PEND-REQUESTER(SCS-PEND-INDEX)
067040         TO SCS-PEND-REQ-HOLD
067050     PERFORM REWRITE-PENDING-FILE
067060     PERFORM EXECUTE-REMOVE-SITE
067070*    ONE AUDIT LINE TIES REQUESTER AND APPROVER TOGETHER: THE
067080*    REQUESTER IN THE COMMAND TEXT, THE APPROVER AS OPERATOR.
067090     MOVE SPACES TO SCS-TYPED-COMMAND
067100     STRING "remove site " DELIMITED BY SIZE
067110            SCS-STAGE-DOMAIN(1:20) DELIMITED BY SIZE
067120            " req " DELIMITED BY SIZE
067130            SCS-PEND-REQ-HOLD DELIMITED BY SIZE
067140            INTO SCS-TYPED-COMMAND
067150     MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
067160     PERFORM WRITE-AUDIT-RECORD.
067170
067180*****************************************************************
067190* REJECT-PENDING-REQUEST - SUPERVISOR-ONLY: A PENDENTE REQUEST
067200* IS MARKED REJEITADO WITH THE SUPERVISOR'S ID AND NEVER RUNS.
067210*****************************************************************
067220 REJECT-PENDING-REQUEST.
067230     PERFORM LOAD-PENDING-TABLE
067240     PERFORM EXPIRE-STALE-REQUESTS
067250     DISPLAY "Numero da solicitacao a rejeitar: "
067260     ACCEPT SCS-NUMBER-TEXT
067270     PERFORM CONVERT-NUMBER-TEXT
067280     MOVE SCS-NUMBER-VALUE TO SCS-PEND-PICK
067290     PERFORM FIND-PENDING-ENTRY
067300     EVALUATE TRUE
067310         WHEN SCS-PEND-FULL
067320             DISPLAY "Fila PENDAPPR grande demais para a"
067330                 " tabela - nada rejeitado."
067340             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
067350         WHEN SCS-PEND-NOT-FOUND
067360             DISPLAY "Solicitacao nao encontrada."
067370             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
067380         WHEN SCS-PEND-STATUS(SCS-PEND-INDEX) NOT = "PENDENTE"
067390             DISPLAY "Solicitacao nao esta pendente: "
067400                 SCS-PEND-STATUS(SCS-PEND-INDEX)
067410             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
067420         WHEN OTHER
067430             MOVE "REJEITADO"
067440                 TO SCS-PEND-STATUS(SCS-PEND-INDEX)
067450             MOVE SCS-OPERATOR-ID
067460                 TO SCS-PEND-APPROVER(SCS-PEND-INDEX)
067470             PERFORM REWRITE-PENDING-FILE
067480             DISPLAY "Solicitacao rejeitada."
067490             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
067500     END-EVALUATE.
067510
067520*****************************************************************
067530* RECORD-CONFIG-SNAPSHOT - CHECKSUMS THE CONF FILE OF THE SITE
067540* IN SCS-SNAP-DOMAIN/SCS-SNAP-ENGINE ON THE CURRENT TARGET AND
067550* PUTS IT IN THE CFGSNAP BASELINE. PERFORMED AUTOMATICALLY
067560* AFTER EVERY SUCCESSFUL SITE CONFIGURE; THE CALLER'S
067570* RETURN-CODE IS PUT BACK AFTERWARDS.
067580*****************************************************************
067590 RECORD-CONFIG-SNAPSHOT.
067600     MOVE RETURN-CODE TO SCS-SNAP-SAVED-RC
067610     IF SCS-HOST-SELECTED
067620         MOVE SCS-TARGET-HOST TO SCS-SNAP-TARGET
067630     ELSE
067640         MOVE "local" TO SCS-SNAP-TARGET
067650     END-IF
067660     PERFORM READ-CONF-CHECKSUM
067670     IF SCS-SNAP-SUM = SPACES
067680         DISPLAY "Conf de " SCS-SNAP-DOMAIN(1:30)
067690             " ilegivel - snapshot nao gravado."
067700     ELSE
067710         PERFORM LOAD-SNAP-TABLE
067720         PERFORM UPDATE-SNAP-ENTRY
067730         IF SCS-SNAP-FULL
067740             DISPLAY "Base CFGSNAP grande demais - snapshot"
067750                 " nao gravado."
067760         ELSE
067770             PERFORM REWRITE-SNAP-FILE
067780         END-IF
067790     END-IF
067800     MOVE SCS-SNAP-SAVED-RC TO RETURN-CODE.
067810
067820*****************************************************************
067830* READ-CONF-CHECKSUM - DERIVES THE CONF PATH OF THE SITE THE
067840* SAME WAY THE CONFIGURE AND REMOVE PATHS DO AND ASKS cksum
067850* FOR ITS CHECKSUM. SPACES IN SCS-SNAP-SUM MEANS THE FILE
067860* COULD NOT BE READ.
067870*****************************************************************
067880 READ-CONF-CHECKSUM.
067890     MOVE SPACES TO SCS-SNAP-SUM
067900     MOVE SPACES TO SCS-SNAP-PATH
067910     IF SCS-SNAP-ENGINE = "APACHE"
067920         STRING "/etc/apache2/sites-available/"
067930                DELIMITED BY SIZE
067940                SCS-SNAP-DOMAIN DELIMITED BY SPACE
067950                ".conf" DELIMITED BY SIZE
067960                INTO SCS-SNAP-PATH
067970     ELSE
067980         STRING "/etc/nginx/sites-available/"
067990                DELIMITED BY SIZE
068000                SCS-SNAP-DOMAIN DELIMITED BY SPACE
068010                INTO SCS-SNAP-PATH
068020     END-IF
068030     MOVE SPACES TO COMMAND
068040     STRING "sudo cksum " DELIMITED BY SIZE
068050            SCS-SNAP-PATH DELIMITED BY SPACE
068060            INTO COMMAND
068070     PERFORM EXECUTE-SHELL-COMMAND
068080     IF RETURN-CODE = ZERO
068090         OPEN INPUT LAST-OUTPUT-FILE
068100         IF SCS-LASTOUT-STATUS = "00"
068110             READ LAST-OUTPUT-FILE
068120                 AT END
068130                     CONTINUE
068140                 NOT AT END
068150                     UNSTRING LAST-OUTPUT-RECORD
068160                         DELIMITED BY ALL " "
068170                         INTO SCS-SNAP-SUM
068180             END-READ
068190             CLOSE LAST-OUTPUT-FILE
068200         END-IF
068210     END-IF.
068220
068230*****************************************************************
068240* LOAD-SNAP-TABLE - PULLS THE CFGSNAP BASELINE IN CORE.
068250*****************************************************************
068260 LOAD-SNAP-TABLE.
068270     MOVE ZERO TO SCS-SNAP-USED
068280     MOVE "N" TO SCS-SNAP-FULL-SW
068290     OPEN INPUT CONFIG-SNAPSHOT-FILE
068300     IF SCS-CFGSNAP-STATUS NOT = "00"
068310         CONTINUE
068320     ELSE
068330         MOVE "N" TO SCS-SNAP-EOF-SW
068340         PERFORM LOAD-SNAP-ENTRY UNTIL SCS-SNAP-EOF
068350         CLOSE CONFIG-SNAPSHOT-FILE
068360     END-IF.
068370
068380*****************************************************************
068390* LOAD-SNAP-ENTRY - READS ONE BASELINE LINE INTO THE TABLE.
068400*****************************************************************
068410 LOAD-SNAP-ENTRY.
068420     READ CONFIG-SNAPSHOT-FILE
068430         AT END
068440             MOVE "Y" TO SCS-SNAP-EOF-SW
068450         NOT AT END
068460             IF SCS-SNAP-USED < 200
068470                 ADD 1 TO SCS-SNAP-USED
068480                 MOVE CS-DOMAIN
068490                     TO SCS-SNAP-TAB-DOMAIN(SCS-SNAP-USED)
068500                 MOVE CS-ENGINE
068510                     TO SCS-SNAP-TAB-ENGINE(SCS-SNAP-USED)
068520                 MOVE CS-SERVER
068530                     TO SCS-SNAP-TAB-SERVER(SCS-SNAP-USED)
068540                 MOVE CS-CHECKSUM
068550                     TO SCS-SNAP-TAB-SUM(SCS-SNAP-USED)
068560                 MOVE CS-TAKEN
068570                     TO SCS-SNAP-TAB-TAKEN(SCS-SNAP-USED)
068580             ELSE
068590                 MOVE "Y" TO SCS-SNAP-FULL-SW
068600             END-IF
068610     END-READ.
068620
068630*****************************************************************
068640* FIND-SNAP-ENTRY - LOCATES THE BASELINE ENTRY OF THE SITE IN
068650* SCS-SNAP-DOMAIN/ENGINE ON SCS-SNAP-TARGET.
068660*****************************************************************
068670 FIND-SNAP-ENTRY.
068680     MOVE "N" TO SCS-SNAP-FOUND-SW
068690     PERFORM VARYING SCS-SNAP-INDEX FROM 1 BY 1
068700             UNTIL SCS-SNAP-INDEX > SCS-SNAP-USED
068710             OR SCS-SNAP-FOUND
068720         IF SCS-SNAP-TAB-DOMAIN(SCS-SNAP-INDEX)
068730                     = SCS-SNAP-DOMAIN
068740                 AND SCS-SNAP-TAB-ENGINE(SCS-SNAP-INDEX)
068750                     = SCS-SNAP-ENGINE
068760                 AND SCS-SNAP-TAB-SERVER(SCS-SNAP-INDEX)
068770                     = SCS-SNAP-TARGET
068780             MOVE "Y" TO SCS-SNAP-FOUND-SW
068790         END-IF
068800     END-PERFORM
068810     IF SCS-SNAP-FOUND
068820         SUBTRACT 1 FROM SCS-SNAP-INDEX
068830     END-IF.
068840
068850*****************************************************************
068860* UPDATE-SNAP-ENTRY - PUTS THE CHECKSUM JUST READ INTO THE
068870* SITE'S BASELINE ENTRY, ADDING ONE WHEN IT IS NEW.
068880*****************************************************************
068890 UPDATE-SNAP-ENTRY.
068900     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
068910     ACCEPT SCS-AUDIT-TIME FROM TIME
068920     MOVE SPACES TO SCS-SNAP-STAMP
068930     STRING SCS-AUDIT-DATE DELIMITED BY SIZE
068940            "-" DELIMITED BY SIZE
068950            SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
068960            INTO SCS-SNAP-STAMP
068970     PERFORM FIND-SNAP-ENTRY
068980     IF SCS-SNAP-FOUND
068990         MOVE SCS-SNAP-SUM
069000             TO SCS-SNAP-TAB-SUM(SCS-SNAP-INDEX)
069010         MOVE SCS-SNAP-STAMP
069020             TO SCS-SNAP-TAB-TAKEN(SCS-SNAP-INDEX)
069030     ELSE
069040         IF SCS-SNAP-USED < 200
069050             ADD 1 TO SCS-SNAP-USED
069060             MOVE SCS-SNAP-DOMAIN
069070                 TO SCS-SNAP-TAB-DOMAIN(SCS-SNAP-USED)
069080             MOVE SCS-SNAP-ENGINE
069090                 TO SCS-SNAP-TAB-ENGINE(SCS-SNAP-USED)
069100             MOVE SCS-SNAP-TARGET
069110                 TO SCS-SNAP-TAB-SERVER(SCS-SNAP-USED)
069120             MOVE SCS-SNAP-SUM
069130                 TO SCS-SNAP-TAB-SUM(SCS-SNAP-USED)
069140             MOVE SCS-SNAP-STAMP
069150                 TO SCS-SNAP-TAB-TAKEN(SCS-SNAP-USED)
069160         ELSE
069170             MOVE "Y" TO SCS-SNAP-FULL-SW
069180         END-IF
069190     END-IF.
069200
069210*****************************************************************
069220* REWRITE-SNAP-FILE - REPLACES CFGSNAP WITH THE IN-CORE TABLE.
069230*****************************************************************
069240 REWRITE-SNAP-FILE.
069250     OPEN OUTPUT CONFIG-SNAPSHOT-FILE
069260     PERFORM VARYING SCS-SNAP-INDEX FROM 1 BY 1
069270             UNTIL SCS-SNAP-INDEX > SCS-SNAP-USED
069280         MOVE SPACES TO CONFIG-SNAPSHOT-RECORD
069290         MOVE SCS-SNAP-TAB-DOMAIN(SCS-SNAP-INDEX) TO CS-DOMAIN
069300         MOVE SCS-SNAP-TAB-ENGINE(SCS-SNAP-INDEX) TO CS-ENGINE
069310         MOVE SCS-SNAP-TAB-SERVER(SCS-SNAP-INDEX) TO CS-SERVER
069320         MOVE SCS-SNAP-TAB-SUM(SCS-SNAP-INDEX) TO CS-CHECKSUM
069330         MOVE SCS-SNAP-TAB-TAKEN(SCS-SNAP-INDEX) TO CS-TAKEN
069340         WRITE CONFIG-SNAPSHOT-RECORD
069350     END-PERFORM
069360     CLOSE CONFIG-SNAPSHOT-FILE.
069370
069380*****************************************************************
069390* SNAPSHOT-CONFIGS - TAKES THE CHECKSUM BASELINE OF EVERY
069400* PROVREG SITE REGISTERED FOR THE TARGET BOX.
069410*****************************************************************
069420 SNAPSHOT-CONFIGS.
069430     IF SCS-HOST-SELECTED
069440         MOVE SCS-TARGET-HOST TO SCS-SNAP-TARGET
069450     ELSE
069460         MOVE "local" TO SCS-SNAP-TARGET
069470     END-IF
069480     PERFORM LOAD-SNAP-TABLE
069490     IF SCS-SNAP-FULL
069500         DISPLAY "Base CFGSNAP grande demais - snapshot"
069510             " cancelado."
069520     ELSE
069530         MOVE ZERO TO SCS-SNAP-COUNT
069540         OPEN INPUT PROVISION-REGISTRY-FILE
069550         IF SCS-PROVREG-STATUS NOT = "00"
069560             DISPLAY "Registro PROVREG vazio ou ausente."
069570         ELSE
069580             MOVE "N" TO SCS-PROVREG-EOF-SW
069590             PERFORM SNAPSHOT-NEXT-SITE UNTIL SCS-PROVREG-EOF
069600             CLOSE PROVISION-REGISTRY-FILE
069610         END-IF
069620         PERFORM REWRITE-SNAP-FILE
069630         MOVE SCS-SNAP-COUNT TO SCS-SNAP-COUNT-DISP
069640         DISPLAY "Sites com snapshot gravado: "
069650             SCS-SNAP-COUNT-DISP
069660     END-IF.
069670
069680*****************************************************************
069690* SNAPSHOT-NEXT-SITE - ONE PROVREG LINE: A SITE ON THE TARGET
069700* HAS ITS CONF CHECKSUMMED INTO THE BASELINE.
069710*****************************************************************
069720 SNAPSHOT-NEXT-SITE.
069730     READ PROVISION-REGISTRY-FILE NEXT RECORD
069740         AT END
069750             MOVE "Y" TO SCS-PROVREG-EOF-SW
069760         NOT AT END
069770             IF PV-OBJECT-TYPE = "SITE"
069780                     AND PV-SERVER = SCS-SNAP-TARGET
069790                 MOVE PV-OBJECT-NAME TO SCS-SNAP-DOMAIN
069800                 MOVE PV-ENGINE TO SCS-SNAP-ENGINE
069810                 PERFORM READ-CONF-CHECKSUM
069820                 IF SCS-SNAP-SUM = SPACES
069830                     DISPLAY "Conf de " SCS-SNAP-DOMAIN(1:30)
069840                         " ilegivel - sem snapshot."
069850                 ELSE
069860                     PERFORM UPDATE-SNAP-ENTRY
069870                     ADD 1 TO SCS-SNAP-COUNT
069880                 END-IF
069890             END-IF
069900     END-READ.
069910
069920*****************************************************************
069930* VERIFY-CONFIGS - RE-CHECKSUMS THE LIVE CONF OF EVERY PROVREG
069940* SITE ON THE TARGET AND REPORTS EVERY ONE THAT NO LONGER
069950* MATCHES ITS CFGSNAP BASELINE. EACH DRIFT IS ALSO WRITTEN TO
069960* AUDITLOG SO THE MORNING REVIEW SEES IT.
069970*****************************************************************
069980 VERIFY-CONFIGS.
069990     MOVE SCS-TYPED-COMMAND TO SCS-SAVED-TYPED
070000     IF SCS-HOST-SELECTED
070010         MOVE SCS-TARGET-HOST TO SCS-SNAP-TARGET
070020     ELSE
070030         MOVE "local" TO SCS-SNAP-TARGET
070040     END-IF
070050     PERFORM LOAD-SNAP-TABLE
070060*    A BASELINE THAT DID NOT FIT THE TABLE WOULD MISREPORT
070070*    EVERY UNLOADED SITE AS SEM SNAPSHOT - SAME VETO THE
070080*    SNAPSHOT PATH APPLIES.
070090     IF SCS-SNAP-FULL
070100         DISPLAY "Base CFGSNAP grande demais para a tabela -"
070110             " verificacao cancelada."
070120     ELSE
070130         PERFORM RUN-VERIFY-PASS
070140     END-IF
070150     MOVE SCS-SAVED-TYPED TO SCS-TYPED-COMMAND.
070160
070170*****************************************************************
070180* RUN-VERIFY-PASS - THE VERIFY SWEEP ITSELF OVER THE PROVREG
070190* SITES OF THE TARGET BOX.
070200*****************************************************************
070210 RUN-VERIFY-PASS.
070220     MOVE ZERO TO SCS-SNAP-COUNT
070230     MOVE ZERO TO SCS-SNAP-DRIFT
070240     OPEN INPUT PROVISION-REGISTRY-FILE
070250     IF SCS-PROVREG-STATUS NOT = "00"
070260         DISPLAY "Registro PROVREG vazio ou ausente."
070270     ELSE
070280         MOVE "N" TO SCS-PROVREG-EOF-SW
070290         PERFORM VERIFY-NEXT-SITE UNTIL SCS-PROVREG-EOF
070300         CLOSE PROVISION-REGISTRY-FILE
070310     END-IF
070320     MOVE SCS-SNAP-COUNT TO SCS-SNAP-COUNT-DISP
070330     DISPLAY "Sites conferidos: " SCS-SNAP-COUNT-DISP
070340     MOVE SCS-SNAP-DRIFT TO SCS-SNAP-COUNT-DISP
070350     DISPLAY "Divergencias:     " SCS-SNAP-COUNT-DISP.
070360
070370*****************************************************************
070380* VERIFY-NEXT-SITE - ONE PROVREG LINE: THE LIVE CHECKSUM OF A
070390* SITE ON THE TARGET AGAINST ITS BASELINE ENTRY.
070400*****************************************************************
070410 VERIFY-NEXT-SITE.
070420     READ PROVISION-REGISTRY-FILE NEXT RECORD
070430         AT END
070440             MOVE "Y" TO SCS-PROVREG-EOF-SW
070450         NOT AT END
070460             IF PV-OBJECT-TYPE = "SITE"
070470                     AND PV-SERVER = SCS-SNAP-TARGET
070480                 ADD 1 TO SCS-SNAP-COUNT
070490                 MOVE PV-OBJECT-NAME TO SCS-SNAP-DOMAIN
070500                 MOVE PV-ENGINE TO SCS-SNAP-ENGINE
070510                 PERFORM READ-CONF-CHECKSUM
070520                 PERFORM FIND-SNAP-ENTRY
070530                 PERFORM JUDGE-CONFIG-DRIFT
070540             END-IF
070550     END-READ.
070560
070570*****************************************************************
070580* JUDGE-CONFIG-DRIFT - THE VERDICT FOR ONE SITE: NO BASELINE,
070590* UNREADABLE CONF, DRIFT OR CLEAN. ANYTHING BUT CLEAN IS
070600* REPORTED; DRIFT AND A GONE CONF ARE AUDITED.
070610*****************************************************************
070620 JUDGE-CONFIG-DRIFT.
070630     EVALUATE TRUE
070640         WHEN SCS-SNAP-NOT-FOUND
070650             DISPLAY "SEM SNAPSHOT:  " SCS-SNAP-DOMAIN(1:40)
070660             MOVE "SEM SNAPSHOT" TO SCS-CHECK-VERDICT
070670         WHEN SCS-SNAP-SUM = SPACES
070680             ADD 1 TO SCS-SNAP-DRIFT
070690             DISPLAY "CONF AUSENTE:  " SCS-SNAP-DOMAIN(1:40)
070700             PERFORM WRITE-DRIFT-AUDIT
070710             MOVE "CONF AUSENTE" TO SCS-CHECK-VERDICT
070720         WHEN SCS-SNAP-SUM
070730                 NOT = SCS-SNAP-TAB-SUM(SCS-SNAP-INDEX)
070740             ADD 1 TO SCS-SNAP-DRIFT
070750             DISPLAY "DRIFT:         " SCS-SNAP-DOMAIN(1:40)
070760                 " (snapshot de "
070770                 SCS-SNAP-TAB-TAKEN(SCS-SNAP-INDEX) ")"
070780             PERFORM WRITE-DRIFT-AUDIT
070790             MOVE "DRIFT" TO SCS-CHECK-VERDICT
070800         WHEN OTHER
070810             MOVE "LIMPO" TO SCS-CHECK-VERDICT
070820     END-EVALUATE
070830     MOVE "VERIFY" TO SCS-CHECK-KIND
070840     MOVE SCS-SNAP-DOMAIN TO SCS-CHECK-DOMAIN
070850     MOVE SCS-SNAP-ENGINE TO SCS-CHECK-ENGINE
070860     MOVE SCS-SNAP-TARGET TO SCS-CHECK-SERVER
070870     PERFORM WRITE-SITE-CHECK.
070880
070890*****************************************************************
070900* WRITE-DRIFT-AUDIT - ONE AUDITLOG LINE PER DRIFTED SITE.
070910*****************************************************************
070920 WRITE-DRIFT-AUDIT.
070930     MOVE SPACES TO SCS-TYPED-COMMAND
070940     STRING "config drift: " DELIMITED BY SIZE
070950            SCS-SNAP-DOMAIN(1:30) DELIMITED BY SIZE
070960            INTO SCS-TYPED-COMMAND
070970     MOVE "DRIFT" TO SCS-COMMAND-OUTCOME
070980     PERFORM WRITE-AUDIT-RECORD.
070990
071000*****************************************************************
071010* WRITE-SITE-CHECK - APPENDS THE VERDICT IN SCS-CHECK-VERDICT
071020* OF CHECK SCS-CHECK-KIND ON ONE SITE TO CHECKLOG, CREATING THE
071030* FILE ON FIRST USE.
071040*****************************************************************
071050 WRITE-SITE-CHECK.
071060     OPEN EXTEND SITE-CHECK-FILE
071070     IF SCS-CHECKLOG-STATUS = "35"
071080         OPEN OUTPUT SITE-CHECK-FILE
071090         CLOSE SITE-CHECK-FILE
071100         OPEN EXTEND SITE-CHECK-FILE
071110     END-IF
071120     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
071130     ACCEPT SCS-AUDIT-TIME FROM TIME
071140     MOVE SPACES TO SITE-CHECK-RECORD
071150     STRING SCS-AUDIT-DATE DELIMITED BY SIZE
071160            "-" DELIMITED BY SIZE
071170            SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
071180            INTO CL-STAMP
071190     MOVE SCS-CHECK-KIND TO CL-CHECK
071200     MOVE SCS-CHECK-DOMAIN TO CL-DOMAIN
071210     MOVE SCS-CHECK-ENGINE TO CL-ENGINE
071220     MOVE SCS-CHECK-SERVER TO CL-SERVER
071230     MOVE SCS-CHECK-VERDICT TO CL-VERDICT
071240     WRITE SITE-CHECK-RECORD
071250     CLOSE SITE-CHECK-FILE.
071260
071270*****************************************************************
071280* PROVISION-BATCH - "PROVISION BATCH": BUILDS EVERY SITE OF THE
071290* NEWSITES REQUEST FILE ON THE BOX THE SHELL IS POINTED AT. THE
071300* WHOLE FILE IS VALIDATED FIRST - NAMES BY THE SAME RULES AS
071310* PROMPT-AND-VALIDATE-NAME, CODES, REPEATS INSIDE THE FILE AND
071320* NAMES ALREADY IN PROVREG - THEN EACH VALID LINE IS BUILT AS
071330* ONE UNIT. A SITE THAT FAILS HALFWAY HAS WHAT WAS ALREADY
071340* BUILT TAKEN DOWN AGAIN. THE VERDICT OF EVERY LINE GOES TO
071350* PROVRPT.
071360*****************************************************************
071370 PROVISION-BATCH.
071380     MOVE SCS-TYPED-COMMAND TO SCS-SAVED-TYPED
071390     IF SCS-HOST-SELECTED
071400         MOVE SCS-TARGET-HOST TO SCS-NEW-TARGET
071410     ELSE
071420         MOVE "local" TO SCS-NEW-TARGET
071430     END-IF
071440     PERFORM LOAD-NEWSITES-TABLE
071450     EVALUATE TRUE
071460         WHEN SCS-NEWSITES-MISSING
071470             DISPLAY "Arquivo NEWSITES nao encontrado."
071480             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
071490         WHEN SCS-NEW-FULL
071500             DISPLAY "NEWSITES grande demais para a tabela -"
071510                 " nada construido."
071520             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
071530         WHEN SCS-NEW-USED = ZERO
071540             DISPLAY "NEWSITES vazio - nada a construir."
071550             MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
071560         WHEN OTHER
071570             PERFORM VALIDATE-NEW-SITE
071580                 VARYING SCS-NEW-INDEX FROM 1 BY 1
071590                 UNTIL SCS-NEW-INDEX > SCS-NEW-USED
071600             PERFORM BUILD-NEW-SITE
071610                 VARYING SCS-NEW-INDEX FROM 1 BY 1
071620                 UNTIL SCS-NEW-INDEX > SCS-NEW-USED
071630             PERFORM WRITE-PROVISION-RESULTS
071640             MOVE SCS-NEW-OK-COUNT TO SCS-NEW-COUNT-DISP
071650             DISPLAY "Sites construidos: " SCS-NEW-COUNT-DISP
071660             MOVE SCS-NEW-REJECT-COUNT TO SCS-NEW-COUNT-DISP
071670             DISPLAY "Linhas rejeitadas: " SCS-NEW-COUNT-DISP
071680             MOVE SCS-NEW-UNDONE-COUNT TO SCS-NEW-COUNT-DISP
071690             DISPLAY "Sites desfeitos:   " SCS-NEW-COUNT-DISP
071700             MOVE SCS-NEW-LEFT-COUNT TO SCS-NEW-COUNT-DISP
071710             DISPLAY "Desfazer falhou:   " SCS-NEW-COUNT-DISP
071720             DISPLAY "Resultado por linha em PROVRPT."
071730             IF SCS-NEW-OK-COUNT = SCS-NEW-USED
071740                 MOVE "OK" TO SCS-COMMAND-OUTCOME
071750             ELSE
071760                 MOVE "ERRO" TO SCS-COMMAND-OUTCOME
071770             END-IF
071780     END-EVALUATE
071790     MOVE SCS-SAVED-TYPED TO SCS-TYPED-COMMAND.
071800
071810*****************************************************************
071820* LOAD-NEWSITES-TABLE - PULLS THE NEWSITES FILE IN CORE. BLANK
071830* LINES ARE SKIPPED BUT STILL COUNTED, SO THE LINE NUMBERS IN
071840* PROVRPT MATCH THE FILE.
071850*****************************************************************
071860 LOAD-NEWSITES-TABLE.
071870     MOVE ZERO TO SCS-NEW-USED
071880     MOVE ZERO TO SCS-NEW-LINE
071890     MOVE ZERO TO SCS-NEW-OK-COUNT
071900     MOVE ZERO TO SCS-NEW-REJECT-COUNT
071910     MOVE ZERO TO SCS-NEW-UNDONE-COUNT
071920     MOVE ZERO TO SCS-NEW-LEFT-COUNT
071930     MOVE "N" TO SCS-NEW-FULL-SW
071940     MOVE "N" TO SCS-NEWSITES-MISSING-SW
071950     OPEN INPUT NEW-SITES-FILE
071960     IF SCS-NEWSITES-STATUS NOT = "00"
071970         MOVE "Y" TO SCS-NEWSITES-MISSING-SW
071980     ELSE
071990         MOVE "N" TO SCS-NEWSITES-EOF-SW
072000         PERFORM LOAD-NEWSITES-ENTRY UNTIL SCS-NEWSITES-EOF
072010         CLOSE NEW-SITES-FILE
072020     END-IF.
072030
072040*****************************************************************
072050* LOAD-NEWSITES-ENTRY - READS ONE NEWSITES LINE INTO THE TABLE.
072060* THE CERTIFICATE FLAG IS TAKEN IN EITHER CASE; BLANK MEANS N.
072070*****************************************************************
072080 LOAD-NEWSITES-ENTRY.
072090     READ NEW-SITES-FILE
072100         AT END
072110             MOVE "Y" TO SCS-NEWSITES-EOF-SW
072120         NOT AT END
072130             ADD 1 TO SCS-NEW-LINE
072140             IF NEW-SITES-RECORD = SPACES
072150                 CONTINUE
072160             ELSE
072170                 IF SCS-NEW-USED < 100
072180                     ADD 1 TO SCS-NEW-USED
072190                     MOVE SCS-NEW-LINE
072200                         TO SCS-NEW-LINE-NO(SCS-NEW-USED)
072210                     MOVE NW-DOMAIN
072220                         TO SCS-NEW-DOMAIN(SCS-NEW-USED)
072230                     MOVE NW-DOC-ROOT
072240                         TO SCS-NEW-ROOT(SCS-NEW-USED)
072250                     MOVE NW-WEB-ENGINE
072260                         TO SCS-NEW-WEB(SCS-NEW-USED)
072270                     MOVE NW-DB-ENGINE
072280                         TO SCS-NEW-DB-ENG(SCS-NEW-USED)
072290                     MOVE NW-DATABASE TO SCS-NEW-DB(SCS-NEW-USED)
072300                     MOVE NW-USER-NAME
072310                         TO SCS-NEW-USER(SCS-NEW-USED)
072320                     MOVE NW-PRIVILEGE
072330                         TO SCS-NEW-PRIV(SCS-NEW-USED)
072340                     EVALUATE NW-CERTIFICATE
072350                         WHEN "s"
072360                         WHEN "Y"
072370                         WHEN "y"
072380                             MOVE "S"
072390                                 TO SCS-NEW-CERT(SCS-NEW-USED)
072400                         WHEN "n"
072410                         WHEN SPACE
072420                             MOVE "N"
072430                                 TO SCS-NEW-CERT(SCS-NEW-USED)
072440                         WHEN OTHER
072450                             MOVE NW-CERTIFICATE
072460                                 TO SCS-NEW-CERT(SCS-NEW-USED)
072470                     END-EVALUATE
072480                     MOVE NW-OWNER TO SCS-NEW-OWNER(SCS-NEW-USED)
072490                     MOVE SPACES TO SCS-NEW-STATUS(SCS-NEW-USED)
072500                     MOVE SPACES TO SCS-NEW-DETAIL(SCS-NEW-USED)
072510                 ELSE
072520                     MOVE "Y" TO SCS-NEW-FULL-SW
072530                 END-IF
072540             END-IF
072550     END-READ.
072560
072570*****************************************************************
072580* VALIDATE-NEW-SITE - THE UP-FRONT CHECKS OF ONE NEWSITES LINE.
072590* THE FIRST FAULT FOUND IS THE ONE REPORTED; A REJECTED LINE IS
072600* NEVER BUILT.
072610*****************************************************************
072620 VALIDATE-NEW-SITE.
072630     MOVE "VALIDO" TO SCS-NEW-STATUS(SCS-NEW-INDEX)
072640     MOVE SCS-NEW-DOMAIN(SCS-NEW-INDEX) TO SCS-PROMPT-VALUE
072650     PERFORM VALIDATE-INPUT-FIELD
072660     IF SCS-INVALID-INPUT
072670         MOVE "nome de dominio invalido" TO SCS-NEW-REASON
072680         PERFORM REJECT-NEW-SITE
072690     END-IF
072700     PERFORM CHECK-NEW-ROOT-PATH
072710     IF SCS-NEW-WEB(SCS-NEW-INDEX) NOT = "1"
072720             AND SCS-NEW-WEB(SCS-NEW-INDEX) NOT = "2"
072730         MOVE "servidor web deve ser 1 Apache ou 2 Nginx"
072740             TO SCS-NEW-REASON
072750         PERFORM REJECT-NEW-SITE
072760     END-IF
072770     IF SCS-NEW-DB-ENG(SCS-NEW-INDEX) NOT = "1"
072780             AND SCS-NEW-DB-ENG(SCS-NEW-INDEX) NOT = "2"
072790         MOVE "engine do banco deve ser 1 MySQL ou 2 PostgreSQL"
072800             TO SCS-NEW-REASON
072810         PERFORM REJECT-NEW-SITE
072820     END-IF
072830     MOVE SCS-NEW-DB(SCS-NEW-INDEX) TO SCS-PROMPT-VALUE
072840     PERFORM VALIDATE-INPUT-FIELD
072850     IF SCS-INVALID-INPUT
072860         MOVE "nome do banco invalido" TO SCS-NEW-REASON
072870         PERFORM REJECT-NEW-SITE
072880     END-IF
072890     MOVE SCS-NEW-USER(SCS-NEW-INDEX) TO SCS-PROMPT-VALUE
072900     PERFORM VALIDATE-INPUT-FIELD
072910     IF SCS-INVALID-INPUT
072920         MOVE "nome de usuario invalido" TO SCS-NEW-REASON
072930         PERFORM REJECT-NEW-SITE
072940     END-IF
072950     IF SCS-NEW-PRIV(SCS-NEW-INDEX) NOT = "1"
072960             AND SCS-NEW-PRIV(SCS-NEW-INDEX) NOT = "2"
072970             AND SCS-NEW-PRIV(SCS-NEW-INDEX) NOT = "3"
072980         MOVE "privilegio deve ser 1, 2 ou 3" TO SCS-NEW-REASON
072990         PERFORM REJECT-NEW-SITE
073000     END-IF
073010     IF SCS-NEW-CERT(SCS-NEW-INDEX) NOT = "S"
073020             AND SCS-NEW-CERT(SCS-NEW-INDEX) NOT = "N"
073030         MOVE "certificado deve ser Y, S ou N" TO SCS-NEW-REASON
073040         PERFORM REJECT-NEW-SITE
073050     END-IF
073060*    ONCE OWNERS EXISTS EVERY LINE NEEDS A REGISTERED OWNER;
073070*    WITHOUT IT THE LINE IS BUILT WITHOUT ONE, AS AT THE CONSOLE.
073080     MOVE SCS-NEW-OWNER(SCS-NEW-INDEX) TO SCS-OWNER-CODE
073090     PERFORM LOOKUP-OWNER
073100     EVALUATE TRUE
073110         WHEN SCS-OWNERS-MISSING
073120             MOVE SPACES TO SCS-NEW-OWNER(SCS-NEW-INDEX)
073130         WHEN SCS-OWNER-FOUND
073140             CONTINUE
073150         WHEN SCS-OWNER-CODE = SPACES
073160             MOVE "dono obrigatorio" TO SCS-NEW-REASON
073170             PERFORM REJECT-NEW-SITE
073180         WHEN OTHER
073190             MOVE "dono nao cadastrado em OWNERS"
073200                 TO SCS-NEW-REASON
073210             PERFORM REJECT-NEW-SITE
073220     END-EVALUATE
073230     IF SCS-NEW-STATUS(SCS-NEW-INDEX) = "VALIDO"
073240         PERFORM CHECK-NEW-REPEATS
073250     END-IF
073260     IF SCS-NEW-STATUS(SCS-NEW-INDEX) = "VALIDO"
073270         PERFORM CHECK-NEW-IN-REGISTRY
073280     END-IF.
073290
073300*****************************************************************
073310* REJECT-NEW-SITE - MARKS THE LINE REJEITADO WITH THE REASON IN
073320* SCS-NEW-REASON, UNLESS AN EARLIER CHECK ALREADY REJECTED IT.
073330*****************************************************************
073340 REJECT-NEW-SITE.
073350     IF SCS-NEW-STATUS(SCS-NEW-INDEX) = "VALIDO"
073360         MOVE "REJEITADO" TO SCS-NEW-STATUS(SCS-NEW-INDEX)
073370         MOVE SCS-NEW-REASON TO SCS-NEW-DETAIL(SCS-NEW-INDEX)
073380         ADD 1 TO SCS-NEW-REJECT-COUNT
073390     END-IF.
073400
073410*****************************************************************
073420* CHECK-NEW-ROOT-PATH - THE DOCUMENT ROOT GOES INTO A CALL
073430* "SYSTEM" AND INTO THE CONF, SO IT IS HELD TO VALIDATE-ROOT-DIR.
073440*****************************************************************
073450 CHECK-NEW-ROOT-PATH.
073460     MOVE SCS-NEW-ROOT(SCS-NEW-INDEX) TO SCS-SITE-ROOT-DIR
073470     PERFORM VALIDATE-ROOT-DIR
073480     IF SCS-INVALID-INPUT
073490         MOVE "diretorio raiz invalido" TO SCS-NEW-REASON
073500         PERFORM REJECT-NEW-SITE
073510     END-IF.
073520
073530*****************************************************************
073540* VALIDATE-ROOT-DIR - SCS-SITE-ROOT-DIR HELD TO THE NAME RULES
073550* PLUS THE SLASH: ABSOLUTE, NO EMBEDDED SPACE, NO "..".
073560*****************************************************************
073570 VALIDATE-ROOT-DIR.
073580     MOVE "Y" TO SCS-VALID-INPUT-SW
073590     MOVE "N" TO SCS-SEEN-SPACE-SW
073600     IF SCS-SITE-ROOT-DIR(1:1) NOT = "/"
073610             OR SCS-SITE-ROOT-DIR = "/"
073620         MOVE "N" TO SCS-VALID-INPUT-SW
073630     END-IF
073640     PERFORM VARYING SCS-ROOT-INDEX FROM 1 BY 1
073650             UNTIL SCS-ROOT-INDEX > 80
073660         MOVE SCS-SITE-ROOT-DIR(SCS-ROOT-INDEX:1) TO SCS-ROOT-CHAR
073670         EVALUATE TRUE
073680             WHEN SCS-ROOT-CHAR = SPACE
073690                 MOVE "Y" TO SCS-SEEN-SPACE-SW
073700             WHEN SCS-SPACE-SEEN
073710                 MOVE "N" TO SCS-VALID-INPUT-SW
073720             WHEN SCS-ROOT-CHAR = "/"
073730                 CONTINUE
073740             WHEN OTHER
073750                 MOVE ZERO TO SCS-ALLOWED-POS
073760                 INSPECT SCS-ALLOWED-CHARS TALLYING
073770                     SCS-ALLOWED-POS FOR ALL SCS-ROOT-CHAR
073780                 IF SCS-ALLOWED-POS = ZERO
073790                     MOVE "N" TO SCS-VALID-INPUT-SW
073800                 END-IF
073810         END-EVALUATE
073820     END-PERFORM
073830     MOVE ZERO TO SCS-ROOT-DOTS
073840     INSPECT SCS-SITE-ROOT-DIR TALLYING SCS-ROOT-DOTS FOR ALL ".."
073850     IF SCS-ROOT-DOTS > ZERO
073860         MOVE "N" TO SCS-VALID-INPUT-SW
073870     END-IF.
073880
073890*****************************************************************
073900* CHECK-NEW-REPEATS - A DOMAIN, OR A DATABASE OR USER OF THE
073910* SAME ENGINE, ASKED FOR BY AN EARLIER LINE OF THE SAME FILE.
073920*****************************************************************
073930 CHECK-NEW-REPEATS.
073940     PERFORM VARYING SCS-NEW-SCAN FROM 1 BY 1
073950             UNTIL SCS-NEW-SCAN >= SCS-NEW-INDEX
073960         IF SCS-NEW-DOMAIN(SCS-NEW-SCAN)
073970                 = SCS-NEW-DOMAIN(SCS-NEW-INDEX)
073980             MOVE "dominio repetido no NEWSITES"
073990                 TO SCS-NEW-REASON
074000             PERFORM REJECT-NEW-SITE
074010         END-IF
074020         IF SCS-NEW-DB-ENG(SCS-NEW-SCAN)
074030                 = SCS-NEW-DB-ENG(SCS-NEW-INDEX)
074040             IF SCS-NEW-DB(SCS-NEW-SCAN)
074050                     = SCS-NEW-DB(SCS-NEW-INDEX)
074060                 MOVE "banco repetido no NEWSITES"
074070                     TO SCS-NEW-REASON
074080                 PERFORM REJECT-NEW-SITE
074090             END-IF
074100             IF SCS-NEW-USER(SCS-NEW-SCAN)
074110                     = SCS-NEW-USER(SCS-NEW-INDEX)
074120                 MOVE "usuario repetido no NEWSITES"
074130                     TO SCS-NEW-REASON
074140                 PERFORM REJECT-NEW-SITE
074150             END-IF
074160         END-IF
074170     END-PERFORM.
074180
074190*****************************************************************
074200* CHECK-NEW-IN-REGISTRY - REJECTS A LINE WHOSE DOMAIN IS IN
074210* PROVREG ON ANY BOX AND ENGINE (ONE DOMAIN, ONE SITE), OR
074220* WHOSE DATABASE OR USER IS ALREADY REGISTERED FOR THE SAME
074230* ENGINE ON THE TARGET BOX. NO REGISTRY YET MEANS NOTHING TO
074240* COLLIDE WITH.
074250*****************************************************************
074260 CHECK-NEW-IN-REGISTRY.
074270     OPEN INPUT PROVISION-REGISTRY-FILE
074280     IF SCS-PROVREG-STATUS = "00"
074290         MOVE "SITE" TO SCS-PROV-TYPE
074300         MOVE SCS-NEW-DOMAIN(SCS-NEW-INDEX) TO SCS-PROV-NAME
074310         MOVE SPACES TO SCS-PROV-ENGINE
074320         PERFORM FIND-REGISTRY-NAME
074330         IF SCS-NEW-HIT
074340             MOVE "dominio ja existe no PROVREG"
074350                 TO SCS-NEW-REASON
074360             PERFORM REJECT-NEW-SITE
074370         END-IF
074380         IF SCS-NEW-DB-ENG(SCS-NEW-INDEX) = "1"
074390             MOVE "MYSQL" TO SCS-PROV-ENGINE
074400         ELSE
074410             MOVE "PGSQL" TO SCS-PROV-ENGINE
074420         END-IF
074430         MOVE "DATABASE" TO SCS-PROV-TYPE
074440         MOVE SCS-NEW-DB(SCS-NEW-INDEX) TO SCS-PROV-NAME
074450         PERFORM FIND-REGISTRY-NAME
074460         IF SCS-NEW-HIT
074470             MOVE "banco ja existe no PROVREG" TO SCS-NEW-REASON
074480             PERFORM REJECT-NEW-SITE
074490         END-IF
074500         MOVE "USER" TO SCS-PROV-TYPE
074510         MOVE SCS-NEW-USER(SCS-NEW-INDEX) TO SCS-PROV-NAME
074520         PERFORM FIND-REGISTRY-NAME
074530         IF SCS-NEW-HIT
074540             MOVE "usuario ja existe no PROVREG"
074550                 TO SCS-NEW-REASON
074560             PERFORM REJECT-NEW-SITE
074570         END-IF
074580         CLOSE PROVISION-REGISTRY-FILE
074590     END-IF.
074600
074610*****************************************************************
074620* FIND-REGISTRY-NAME - POSITIONS ON THE FIRST PROVREG RECORD OF
074630* SCS-PROV-TYPE/SCS-PROV-NAME AND WALKS THE RECORDS OF THAT
074640* NAME. A SITE HITS ON ANY ENGINE AND BOX; ANYTHING ELSE ONLY
074650* ON SCS-PROV-ENGINE ON SCS-NEW-TARGET. THE CALLER HAS THE
074660* REGISTRY OPEN.
074670*****************************************************************
074680 FIND-REGISTRY-NAME.
074690     MOVE "N" TO SCS-NEW-HIT-SW
074700     MOVE "N" TO SCS-PROVREG-EOF-SW
074710     MOVE SPACES TO PV-REG-KEY
074720     MOVE SCS-PROV-TYPE TO PV-OBJECT-TYPE
074730     MOVE SCS-PROV-NAME TO PV-OBJECT-NAME
074740     START PROVISION-REGISTRY-FILE KEY >= PV-REG-KEY
074750         INVALID KEY
074760             MOVE "Y" TO SCS-PROVREG-EOF-SW
074770     END-START
074780     PERFORM CHECK-REGISTRY-NAME-HIT
074790         UNTIL SCS-PROVREG-EOF OR SCS-NEW-HIT.
074800
074810*****************************************************************
074820* CHECK-REGISTRY-NAME-HIT - ONE RECORD OF THE FIND-REGISTRY-
074830* NAME WALK; THE WALK ENDS AT THE FIRST RECORD OF ANOTHER NAME.
074840*****************************************************************
074850 CHECK-REGISTRY-NAME-HIT.
074860     READ PROVISION-REGISTRY-FILE NEXT RECORD
074870         AT END
074880             MOVE "Y" TO SCS-PROVREG-EOF-SW
074890         NOT AT END
074900             IF PV-OBJECT-TYPE NOT = SCS-PROV-TYPE
074910                     OR PV-OBJECT-NAME NOT = SCS-PROV-NAME
074920                 MOVE "Y" TO SCS-PROVREG-EOF-SW
074930             ELSE
074940                 IF SCS-PROV-TYPE = "SITE"
074950                     MOVE "Y" TO SCS-NEW-HIT-SW
074960                 END-IF
074970                 IF PV-ENGINE = SCS-PROV-ENGINE
074980                         AND PV-SERVER = SCS-NEW-TARGET
074990                     MOVE "Y" TO SCS-NEW-HIT-SW
075000                 END-IF
075010             END-IF
075020     END-READ.
075030
075040*****************************************************************
075050* BUILD-NEW-SITE - BUILDS ONE VALIDATED LINE: DOCUMENT ROOT,
075060* CONF, ENABLE AND RELOAD, DATABASE, USER, GRANT AND THE
075070* OPTIONAL CERTIFICATE, IN THAT ORDER, STOPPING AT THE FIRST
075080* STEP THAT FAILS AND UNDOING WHAT WAS BUILT BEFORE IT.
075090*****************************************************************
075100 BUILD-NEW-SITE.
075110     IF SCS-NEW-STATUS(SCS-NEW-INDEX) = "VALIDO"
075120         MOVE "N" TO SCS-NEW-FAILED-SW
075130         MOVE "N" TO SCS-NEW-ROOT-MADE-SW
075140         MOVE "N" TO SCS-NEW-CONF-MADE-SW
075150         MOVE "N" TO SCS-NEW-SITE-ON-SW
075160         MOVE "N" TO SCS-NEW-SITE-REG-SW
075170         MOVE "N" TO SCS-NEW-DB-MADE-SW
075180         MOVE "N" TO SCS-NEW-USER-MADE-SW
075190         MOVE SPACES TO SCS-NEW-FAIL-STEP
075200         MOVE SCS-NEW-DOMAIN(SCS-NEW-INDEX) TO SCS-DOMAIN-NAME
075210         MOVE SCS-NEW-ROOT(SCS-NEW-INDEX) TO SCS-SITE-ROOT-DIR
075220         MOVE SCS-NEW-WEB(SCS-NEW-INDEX)
075230             TO SCS-WEB-ENGINE-CHOICE
075240         MOVE SCS-NEW-DB-ENG(SCS-NEW-INDEX) TO SCS-ENGINE-CHOICE
075250         MOVE SCS-NEW-DB(SCS-NEW-INDEX) TO SCS-DATABASE-NAME
075260         MOVE SCS-NEW-USER(SCS-NEW-INDEX) TO SCS-USER-NAME
075270         MOVE SCS-NEW-PRIV(SCS-NEW-INDEX) TO SCS-PRIVILEGE-CHOICE
075280         MOVE SCS-NEW-OWNER(SCS-NEW-INDEX) TO SCS-OWNER-CODE
075290         IF SCS-WEB-APACHE
075300             MOVE "APACHE" TO SCS-NEW-WEB-TAG
075310         ELSE
075320             MOVE "NGINX" TO SCS-NEW-WEB-TAG
075330         END-IF
075340         DISPLAY "--- Construindo " SCS-DOMAIN-NAME(1:40)
075350             " ---"
075360         PERFORM NEW-SITE-ROOT
075370         IF SCS-NEW-CLEAN
075380             PERFORM NEW-SITE-CONF
075390         END-IF
075400         IF SCS-NEW-CLEAN
075410             PERFORM NEW-SITE-ENABLE
075420         END-IF
075430         IF SCS-NEW-CLEAN
075440             PERFORM NEW-SITE-DATABASE
075450         END-IF
075460         IF SCS-NEW-CLEAN
075470             PERFORM NEW-SITE-USER
075480         END-IF
075490         IF SCS-NEW-CLEAN
075500             PERFORM NEW-SITE-GRANT
075510         END-IF
075520         IF SCS-NEW-CLEAN AND SCS-NEW-CERT(SCS-NEW-INDEX) = "S"
075530             PERFORM NEW-SITE-CERTIFICATE
075540         END-IF
075550         IF SCS-NEW-CLEAN
075560             MOVE "OK" TO SCS-NEW-STATUS(SCS-NEW-INDEX)
075570             MOVE "site, banco e usuario criados"
075580                 TO SCS-NEW-DETAIL(SCS-NEW-INDEX)
075590             ADD 1 TO SCS-NEW-OK-COUNT
075600         ELSE
075610             PERFORM UNDO-NEW-SITE
075620             IF SCS-NEW-LEFTOVER
075630                 MOVE "INCOMPLETO"
075640                     TO SCS-NEW-STATUS(SCS-NEW-INDEX)
075650                 STRING "falhou em " DELIMITED BY SIZE
075660                        SCS-NEW-FAIL-STEP DELIMITED BY "  "
075670                        "; desfazer falhou, ficou:"
075680                            DELIMITED BY SIZE
075690                        SCS-NEW-LEFT-TEXT DELIMITED BY SIZE
075700                        INTO SCS-NEW-DETAIL(SCS-NEW-INDEX)
075710                     ON OVERFLOW
075720                         CONTINUE
075730                 END-STRING
075740                 ADD 1 TO SCS-NEW-LEFT-COUNT
075750             ELSE
075760                 MOVE "DESFEITO" TO SCS-NEW-STATUS(SCS-NEW-INDEX)
075770                 STRING "falhou em " DELIMITED BY SIZE
075780                        SCS-NEW-FAIL-STEP DELIMITED BY "  "
075790                        " - o que foi criado foi desfeito"
075800                            DELIMITED BY SIZE
075810                        INTO SCS-NEW-DETAIL(SCS-NEW-INDEX)
075820                 ADD 1 TO SCS-NEW-UNDONE-COUNT
075830             END-IF
075840         END-IF
075850     END-IF.
075860
075870*****************************************************************
075880* NEW-SITE-ROOT - CREATES THE DOCUMENT ROOT WHEN IT IS NOT
075890* THERE YET. ONLY A ROOT THIS RUN CREATED IS REMOVED ON UNDO.
075900*****************************************************************
075910 NEW-SITE-ROOT.
075920     MOVE SPACES TO COMMAND
075930     STRING "sudo test -d " DELIMITED BY SIZE
075940            SCS-SITE-ROOT-DIR DELIMITED BY SPACE
075950            INTO COMMAND
075960     PERFORM EXECUTE-SHELL-COMMAND
075970     IF RETURN-CODE NOT = ZERO
075980         MOVE SPACES TO COMMAND
075990         STRING "sudo mkdir -p " DELIMITED BY SIZE
076000                SCS-SITE-ROOT-DIR DELIMITED BY SPACE
076010                INTO COMMAND
076020         PERFORM EXECUTE-SHELL-COMMAND
076030         IF RETURN-CODE = ZERO
076040             MOVE "Y" TO SCS-NEW-ROOT-MADE-SW
076050         END-IF
076060         MOVE "criar raiz" TO SCS-NEW-STEP
076070         PERFORM AUDIT-NEW-SITE-STEP
076080     END-IF.
076090
076100*****************************************************************
076110* NEW-SITE-CONF - A CONF ALREADY IN SITES-AVAILABLE IS USED AS
076120* IT IS (AND ARCHIVED FIRST, AS THE CONFIGURE PATHS DO); WHEN
076130* THERE IS NONE A MINIMAL PORT-80 CONF IS WRITTEN FOR THE
076140* DOMAIN AND DOCUMENT ROOT. ONLY A WRITTEN CONF GOES ON UNDO.
076150*****************************************************************
076160 NEW-SITE-CONF.
076170     MOVE SPACES TO SCS-VHOST-CONF-PATH
076180     IF SCS-WEB-APACHE
076190         STRING "/etc/apache2/sites-available/"
076200                DELIMITED BY SIZE
076210                SCS-DOMAIN-NAME DELIMITED BY SPACE
076220                ".conf" DELIMITED BY SIZE
076230                INTO SCS-VHOST-CONF-PATH
076240     ELSE
076250         STRING "/etc/nginx/sites-available/"
076260                DELIMITED BY SIZE
076270                SCS-DOMAIN-NAME DELIMITED BY SPACE
076280                INTO SCS-VHOST-CONF-PATH
076290     END-IF
076300     MOVE SPACES TO COMMAND
076310     STRING "sudo test -f " DELIMITED BY SIZE
076320            SCS-VHOST-CONF-PATH DELIMITED BY SPACE
076330            INTO COMMAND
076340     PERFORM EXECUTE-SHELL-COMMAND
076350     IF RETURN-CODE = ZERO
076360         PERFORM BACKUP-VHOST-CONF-IF-EXISTS
076370         MOVE "arquivar conf" TO SCS-NEW-STEP
076380     ELSE
076390         MOVE SPACES TO COMMAND
076400         IF SCS-WEB-APACHE
076410             STRING "printf '<VirtualHost *:80>\n"
076420                        DELIMITED BY SIZE
076430                    "    ServerName %s\n    DocumentRoot %s\n"
076440                        DELIMITED BY SIZE
076450                    "</VirtualHost>\n' " DELIMITED BY SIZE
076460                    SCS-DOMAIN-NAME DELIMITED BY SPACE
076470                    " " DELIMITED BY SIZE
076480                    SCS-SITE-ROOT-DIR DELIMITED BY SPACE
076490                    " | sudo tee " DELIMITED BY SIZE
076500                    SCS-VHOST-CONF-PATH DELIMITED BY SPACE
076510                    " > /dev/null" DELIMITED BY SIZE
076520                    INTO COMMAND
076530         ELSE
076540             STRING "printf 'server {\n    listen 80;\n"
076550                        DELIMITED BY SIZE
076560                    "    server_name %s;\n    root %s;\n}\n' "
076570                        DELIMITED BY SIZE
076580                    SCS-DOMAIN-NAME DELIMITED BY SPACE
076590                    " " DELIMITED BY SIZE
076600                    SCS-SITE-ROOT-DIR DELIMITED BY SPACE
076610                    " | sudo tee " DELIMITED BY SIZE
076620                    SCS-VHOST-CONF-PATH DELIMITED BY SPACE
076630                    " > /dev/null" DELIMITED BY SIZE
076640                    INTO COMMAND
076650         END-IF
076660         PERFORM EXECUTE-SHELL-COMMAND
076670         IF RETURN-CODE = ZERO
076680             MOVE "Y" TO SCS-NEW-CONF-MADE-SW
076690         END-IF
076700         MOVE "gravar conf" TO SCS-NEW-STEP
076710     END-IF
076720     PERFORM AUDIT-NEW-SITE-STEP.
076730
076740*****************************************************************
076750* NEW-SITE-ENABLE - ENABLES THE SITE AND RELOADS THE WEB
076760* SERVER; ONLY A SITE THE RELOAD TOOK IS REGISTERED IN PROVREG
076770* AND BASELINED IN CFGSNAP.
076780*****************************************************************
076790 NEW-SITE-ENABLE.
076800     MOVE SPACES TO COMMAND
076810     IF SCS-WEB-APACHE
076820         STRING "sudo a2ensite " DELIMITED BY SIZE
076830                SCS-DOMAIN-NAME DELIMITED BY SPACE
076840                ".conf" DELIMITED BY SIZE INTO COMMAND
076850     ELSE
076860         STRING "sudo ln -sf " DELIMITED BY SIZE
076870                SCS-VHOST-CONF-PATH DELIMITED BY SPACE
076880                " /etc/nginx/sites-enabled/" DELIMITED BY SIZE
076890                SCS-DOMAIN-NAME DELIMITED BY SPACE INTO COMMAND
076900     END-IF
076910     PERFORM EXECUTE-SHELL-COMMAND
076920     IF RETURN-CODE = ZERO
076930         MOVE "Y" TO SCS-NEW-SITE-ON-SW
076940     END-IF
076950     MOVE "ativar site" TO SCS-NEW-STEP
076960     PERFORM AUDIT-NEW-SITE-STEP
076970     IF SCS-NEW-CLEAN
076980         MOVE "D" TO SCS-REVERT-MODE
076990         PERFORM PREFLIGHT-WEB-RELOAD
077000*        A REFUSED RELOAD HAS ALREADY TAKEN THE SITE BACK OUT.
077010         IF SCS-RELOAD-REFUSED
077020             MOVE "N" TO SCS-NEW-SITE-ON-SW
077030         END-IF
077040         MOVE "reload web" TO SCS-NEW-STEP
077050         PERFORM AUDIT-NEW-SITE-STEP
077060     END-IF
077070     IF SCS-NEW-CLEAN
077080         MOVE "SITE" TO SCS-PROV-TYPE
077090         MOVE SCS-DOMAIN-NAME TO SCS-PROV-NAME
077100         MOVE SCS-NEW-WEB-TAG TO SCS-PROV-ENGINE
077110         PERFORM WRITE-PROVISION-RECORD
077120         MOVE "Y" TO SCS-NEW-SITE-REG-SW
077130         MOVE SCS-DOMAIN-NAME TO SCS-SNAP-DOMAIN
077140         MOVE SCS-NEW-WEB-TAG TO SCS-SNAP-ENGINE
077150         PERFORM RECORD-CONFIG-SNAPSHOT
077160     END-IF.
077170
077180*****************************************************************
077190* NEW-SITE-DATABASE - CREATES AND REGISTERS THE DATABASE.
077200*****************************************************************
077210 NEW-SITE-DATABASE.
077220     MOVE SPACES TO COMMAND
077230     IF SCS-ENGINE-MYSQL
077240         STRING "mysql -e 'CREATE DATABASE " DELIMITED BY SIZE
077250                SCS-DATABASE-NAME DELIMITED BY SPACE
077260                ";'" DELIMITED BY SIZE INTO COMMAND
077270         MOVE "MYSQL" TO SCS-PROV-ENGINE
077280     ELSE
077290         STRING "sudo -u postgres psql -c 'CREATE DATABASE "
077300                DELIMITED BY SIZE
077310                SCS-DATABASE-NAME DELIMITED BY SPACE
077320                ";'" DELIMITED BY SIZE INTO COMMAND
077330         MOVE "PGSQL" TO SCS-PROV-ENGINE
077340     END-IF
077350     PERFORM EXECUTE-SHELL-COMMAND
077360     IF RETURN-CODE = ZERO
077370         MOVE "Y" TO SCS-NEW-DB-MADE-SW
077380         MOVE "DATABASE" TO SCS-PROV-TYPE
077390         MOVE SCS-DATABASE-NAME TO SCS-PROV-NAME
077400         PERFORM WRITE-PROVISION-RECORD
077410     END-IF
077420     MOVE "criar banco" TO SCS-NEW-STEP
077430     PERFORM AUDIT-NEW-SITE-STEP.
077440
077450*****************************************************************
077460* NEW-SITE-USER - CREATES AND REGISTERS THE ACCOUNT UNDER A
077470* FRESHLY DRAWN PASSWORD, HANDED OVER TO THE SITE OWNER IN A
077480* PWDHANDOFF FILE WRITTEN BEFORE THE ACCOUNT IS CREATED - NO
077490* HANDOFF, NO ACCOUNT.
077500*****************************************************************
077510 NEW-SITE-USER.
077520     PERFORM GENERATE-DB-PASSWORD
077530     IF SCS-USER-PASSWORD NOT = SPACES
077540         IF SCS-ENGINE-MYSQL
077550             MOVE "MYSQL" TO SCS-CRED-ENGINE
077560         ELSE
077570             MOVE "PGSQL" TO SCS-CRED-ENGINE
077580         END-IF
077590         MOVE SCS-USER-NAME TO SCS-CRED-USER
077600         MOVE SCS-DATABASE-NAME TO SCS-CRED-DATABASE
077610         PERFORM WRITE-PASSWORD-HANDOFF
077620     END-IF
077630     EVALUATE TRUE
077640         WHEN SCS-USER-PASSWORD = SPACES
077650             DISPLAY "Nao foi possivel gerar a senha de "
077660                 SCS-USER-NAME(1:30) "."
077670             MOVE "Y" TO SCS-NEW-FAILED-SW
077680             MOVE "gerar senha" TO SCS-NEW-FAIL-STEP
077690         WHEN NOT SCS-HANDOFF-OK
077700             DISPLAY "Nao foi possivel gravar a entrega da senha"
077710                 " de " SCS-USER-NAME(1:30) "."
077720             MOVE "Y" TO SCS-NEW-FAILED-SW
077730             MOVE "entregar senha" TO SCS-NEW-FAIL-STEP
077740         WHEN OTHER
077750             PERFORM NEW-SITE-CREATE-USER
077760     END-EVALUATE
077770     MOVE SPACES TO SCS-USER-PASSWORD.
077780
077790*****************************************************************
077800* NEW-SITE-CREATE-USER - THE CREATE USER ITSELF. A FAILED CREATE
077810* TAKES THE HANDOFF FILE AWAY AGAIN.
077820*****************************************************************
077830 NEW-SITE-CREATE-USER.
077840     MOVE SPACES TO COMMAND
077850     IF SCS-ENGINE-MYSQL
077860         STRING "mysql -e ""CREATE USER '" DELIMITED BY SIZE
077870                SCS-USER-NAME DELIMITED BY SPACE
077880                "'@'localhost' IDENTIFIED BY '"
077890                    DELIMITED BY SIZE
077900                SCS-USER-PASSWORD DELIMITED BY SPACE
077910                "';""" DELIMITED BY SIZE INTO COMMAND
077920         MOVE "MYSQL" TO SCS-PROV-ENGINE
077930     ELSE
077940         STRING "sudo -u postgres psql -c ""CREATE USER "
077950                DELIMITED BY SIZE
077960                SCS-USER-NAME DELIMITED BY SPACE
077970                " WITH PASSWORD '" DELIMITED BY SIZE
077980                SCS-USER-PASSWORD DELIMITED BY SPACE
077990                "';""" DELIMITED BY SIZE INTO COMMAND
078000         MOVE "PGSQL" TO SCS-PROV-ENGINE
078010     END-IF
078020     PERFORM EXECUTE-SHELL-COMMAND
078030     IF RETURN-CODE = ZERO
078040         MOVE "Y" TO SCS-NEW-USER-MADE-SW
078050         MOVE "USER" TO SCS-PROV-TYPE
078060         MOVE SCS-USER-NAME TO SCS-PROV-NAME
078070         PERFORM WRITE-PROVISION-RECORD
078080         DISPLAY "Senha inicial de " SCS-USER-NAME(1:30)
078090             " entregue em " SCS-HANDOFF-NAME
078100     ELSE
078110         PERFORM REMOVE-PASSWORD-HANDOFF
078120     END-IF
078130     MOVE "criar usuario" TO SCS-NEW-STEP
078140     PERFORM AUDIT-NEW-SITE-STEP.
078150
078160*****************************************************************
078170* NEW-SITE-GRANT - GRANTS THE ACCOUNT ITS DATABASE. MYSQL TAKES
078180* THE SAME PRIVILEGE LISTS AS CREATE-USER; POSTGRESQL GETS THE
078190* DATABASE-LEVEL EQUIVALENT (CONNECT, CONNECT AND TEMPORARY,
078200* ALL PRIVILEGES) - TABLE GRANTS FOLLOW THE SCHEMA OWNER.
078210*****************************************************************
078220 NEW-SITE-GRANT.
078230     MOVE SPACES TO COMMAND
078240     IF SCS-ENGINE-MYSQL
078250         PERFORM SET-GRANT-PRIVILEGES-FROM-CHOICE
078260         PERFORM FIND-GRANT-PRIVILEGES-LENGTH
078270         STRING "mysql -e ""GRANT " DELIMITED BY SIZE
078280                SCS-GRANT-PRIVILEGES(1:SCS-GRANT-LEN)
078290                    DELIMITED BY SIZE
078300                " ON " DELIMITED BY SIZE
078310                SCS-DATABASE-NAME DELIMITED BY SPACE
078320                ".* TO '" DELIMITED BY SIZE
078330                SCS-USER-NAME DELIMITED BY SPACE
078340                "'@'localhost';""" DELIMITED BY SIZE
078350                INTO COMMAND
078360     ELSE
078370         EVALUATE TRUE
078380             WHEN SCS-PRIVILEGE-READ-WRITE
078390                 MOVE "CONNECT, TEMPORARY" TO SCS-GRANT-PRIVILEGES
078400             WHEN SCS-PRIVILEGE-ADMIN
078410                 MOVE "ALL PRIVILEGES" TO SCS-GRANT-PRIVILEGES
078420             WHEN OTHER
078430                 MOVE "CONNECT" TO SCS-GRANT-PRIVILEGES
078440         END-EVALUATE
078450         PERFORM FIND-GRANT-PRIVILEGES-LENGTH
078460         STRING "sudo -u postgres psql -c 'GRANT "
078470                    DELIMITED BY SIZE
078480                SCS-GRANT-PRIVILEGES(1:SCS-GRANT-LEN)
078490                    DELIMITED BY SIZE
078500                " ON DATABASE " DELIMITED BY SIZE
078510                SCS-DATABASE-NAME DELIMITED BY SPACE
078520                " TO " DELIMITED BY SIZE
078530                SCS-USER-NAME DELIMITED BY SPACE
078540                ";'" DELIMITED BY SIZE
078550                INTO COMMAND
078560     END-IF
078570     PERFORM EXECUTE-SHELL-COMMAND
078580     IF RETURN-CODE = ZERO
078590         MOVE SCS-DATABASE-NAME TO SCS-CRED-DATABASE
078600         PERFORM SET-CRED-PRIVILEGE
078610         PERFORM WRITE-CREDENTIAL-RECORD
078620     END-IF
078630     MOVE "conceder acesso" TO SCS-NEW-STEP
078640     PERFORM AUDIT-NEW-SITE-STEP.
078650
078660*****************************************************************
078670* NEW-SITE-CERTIFICATE - CERTBOT FOR THE NEW DOMAIN THROUGH THE
078680* PLUGIN OF ITS WEB SERVER, RECORDED IN CERTREG WHEN ISSUED.
078690*****************************************************************
078700 NEW-SITE-CERTIFICATE.
078710     MOVE SPACES TO COMMAND
078720     IF SCS-WEB-APACHE
078730         STRING "sudo certbot --apache -d " DELIMITED BY SIZE
078740                SCS-DOMAIN-NAME DELIMITED BY SPACE INTO COMMAND
078750     ELSE
078760         STRING "sudo certbot --nginx -d " DELIMITED BY SIZE
078770                SCS-DOMAIN-NAME DELIMITED BY SPACE INTO COMMAND
078780     END-IF
078790     PERFORM EXECUTE-SHELL-COMMAND
078800     IF RETURN-CODE = ZERO
078810         PERFORM RECORD-ISSUED-CERTIFICATE
078820     END-IF
078830     MOVE "emitir certificado" TO SCS-NEW-STEP
078840     PERFORM AUDIT-NEW-SITE-STEP.
078850
078860*****************************************************************
078870* UNDO-NEW-SITE - TAKES DOWN, IN REVERSE ORDER, THE PIECES OF A
078880* FAILED SITE THAT THIS RUN BUILT: DATABASE, ACCOUNT, ENABLED
078890* SITE, WRITTEN CONF AND CREATED ROOT, WITH THEIR PROVREG AND
078900* CFGSNAP ENTRIES. ANYTHING THAT WAS THERE BEFORE IS LEFT. THE
078910* DATABASE GOES FIRST SO THE GRANT ON IT NO LONGER HOLDS A
078920* PGSQL ROLE. A DATABASE OR ACCOUNT THE DROP COULD NOT TAKE
078930* KEEPS ITS REGISTRY ENTRIES AND IS NAMED IN SCS-NEW-LEFT-TEXT
078940* FOR THE RESULT REPORT.
078950*****************************************************************
078960 UNDO-NEW-SITE.
078970     DISPLAY "Falha em " SCS-NEW-FAIL-STEP " - desfazendo "
078980         SCS-DOMAIN-NAME(1:40)
078990     MOVE "N" TO SCS-NEW-LEFTOVER-SW
079000     MOVE SPACES TO SCS-NEW-LEFT-TEXT
079010     MOVE 1 TO SCS-NEW-LEFT-PTR
079020     IF SCS-NEW-DB-MADE
079030         MOVE SPACES TO COMMAND
079040         IF SCS-ENGINE-MYSQL
079050             STRING "mysql -e 'DROP DATABASE " DELIMITED BY SIZE
079060                    SCS-DATABASE-NAME DELIMITED BY SPACE
079070                    ";'" DELIMITED BY SIZE INTO COMMAND
079080             MOVE "MYSQL" TO SCS-PURGE-ENGINE
079090         ELSE
079100             STRING "sudo -u postgres psql -c 'DROP DATABASE "
079110                    DELIMITED BY SIZE
079120                    SCS-DATABASE-NAME DELIMITED BY SPACE
079130                    ";'" DELIMITED BY SIZE INTO COMMAND
079140             MOVE "PGSQL" TO SCS-PURGE-ENGINE
079150         END-IF
079160         PERFORM EXECUTE-SHELL-COMMAND
079170         MOVE RETURN-CODE TO SCS-NEW-UNDO-RC
079180         MOVE "desfazer banco" TO SCS-NEW-STEP
079190         PERFORM AUDIT-NEW-SITE-STEP
079200         IF SCS-NEW-UNDO-RC = ZERO
079210             MOVE "DATABASE" TO SCS-PURGE-TYPE
079220             MOVE SCS-DATABASE-NAME TO SCS-PURGE-NAME
079230             PERFORM PURGE-REGISTRY-ENTRY
079240         ELSE
079250             DISPLAY "Desfazer falhou - banco "
079260                 SCS-DATABASE-NAME(1:30) " continua no servidor."
079270             MOVE "Y" TO SCS-NEW-LEFTOVER-SW
079280             STRING " banco " DELIMITED BY SIZE
079290                    SCS-DATABASE-NAME DELIMITED BY SPACE
079300                    INTO SCS-NEW-LEFT-TEXT
079310                    WITH POINTER SCS-NEW-LEFT-PTR
079320                 ON OVERFLOW
079330                     CONTINUE
079340             END-STRING
079350         END-IF
079360     END-IF
079370     IF SCS-NEW-USER-MADE
079380         MOVE SPACES TO COMMAND
079390         IF SCS-ENGINE-MYSQL
079400             STRING "mysql -e ""DROP USER '" DELIMITED BY SIZE
079410                    SCS-USER-NAME DELIMITED BY SPACE
079420                    "'@'localhost';""" DELIMITED BY SIZE
079430                    INTO COMMAND
079440             MOVE "MYSQL" TO SCS-PURGE-ENGINE
079450         ELSE
079460             STRING "sudo -u postgres psql -c 'DROP ROLE "
079470                    DELIMITED BY SIZE
079480                    SCS-USER-NAME DELIMITED BY SPACE
079490                    ";'" DELIMITED BY SIZE INTO COMMAND
079500             MOVE "PGSQL" TO SCS-PURGE-ENGINE
079510         END-IF
079520         PERFORM EXECUTE-SHELL-COMMAND
079530         MOVE RETURN-CODE TO SCS-NEW-UNDO-RC
079540         MOVE "desfazer usuario" TO SCS-NEW-STEP
079550         PERFORM AUDIT-NEW-SITE-STEP
079560         IF SCS-NEW-UNDO-RC = ZERO
079570             PERFORM REMOVE-PASSWORD-HANDOFF
079580             MOVE "USER" TO SCS-PURGE-TYPE
079590             MOVE SCS-USER-NAME TO SCS-PURGE-NAME
079600             PERFORM PURGE-REGISTRY-ENTRY
079610         ELSE
079620             DISPLAY "Desfazer falhou - usuario "
079630                 SCS-USER-NAME(1:30) " continua no servidor."
079640             MOVE "Y" TO SCS-NEW-LEFTOVER-SW
079650             STRING " usuario " DELIMITED BY SIZE
079660                    SCS-USER-NAME DELIMITED BY SPACE
079670                    INTO SCS-NEW-LEFT-TEXT
079680                    WITH POINTER SCS-NEW-LEFT-PTR
079690                 ON OVERFLOW
079700                     CONTINUE
079710             END-STRING
079720         END-IF
079730     END-IF
079740     IF SCS-NEW-SITE-ON
079750         MOVE SPACES TO COMMAND
079760         IF SCS-WEB-APACHE
079770             STRING "sudo a2dissite " DELIMITED BY SIZE
079780                    SCS-DOMAIN-NAME DELIMITED BY SPACE
079790                    ".conf" DELIMITED BY SIZE INTO COMMAND
079800         ELSE
079810             STRING "sudo rm -f /etc/nginx/sites-enabled/"
079820                    DELIMITED BY SIZE
079830                    SCS-DOMAIN-NAME DELIMITED BY SPACE
079840                    INTO COMMAND
079850         END-IF
079860         PERFORM EXECUTE-SHELL-COMMAND
079870         MOVE "desfazer ativacao" TO SCS-NEW-STEP
079880         PERFORM AUDIT-NEW-SITE-STEP
079890         MOVE "N" TO SCS-REVERT-MODE
079900         PERFORM PREFLIGHT-WEB-RELOAD
079910         MOVE "desfazer reload" TO SCS-NEW-STEP
079920         PERFORM AUDIT-NEW-SITE-STEP
079930     END-IF
079940     IF SCS-NEW-SITE-REG
079950         MOVE "SITE" TO SCS-PURGE-TYPE
079960         MOVE SCS-DOMAIN-NAME TO SCS-PURGE-NAME
079970         MOVE SCS-NEW-WEB-TAG TO SCS-PURGE-ENGINE
079980         PERFORM PURGE-REGISTRY-ENTRY
079990         MOVE SCS-DOMAIN-NAME TO SCS-SNAP-DOMAIN
080000         MOVE SCS-NEW-WEB-TAG TO SCS-SNAP-ENGINE
080010         PERFORM REMOVE-SNAP-ENTRY
080020     END-IF
080030     IF SCS-NEW-CONF-MADE
080040         MOVE SPACES TO COMMAND
080050         STRING "sudo rm -f " DELIMITED BY SIZE
080060                SCS-VHOST-CONF-PATH DELIMITED BY SPACE
080070                INTO COMMAND
080080         PERFORM EXECUTE-SHELL-COMMAND
080090         MOVE "desfazer conf" TO SCS-NEW-STEP
080100         PERFORM AUDIT-NEW-SITE-STEP
080110     END-IF
080120*    RMDIR, NOT RM -R: A ROOT SOMEONE ALREADY PUT FILES IN STAYS.
080130     IF SCS-NEW-ROOT-MADE
080140         MOVE SPACES TO COMMAND
080150         STRING "sudo rmdir " DELIMITED BY SIZE
080160                SCS-SITE-ROOT-DIR DELIMITED BY SPACE
080170                INTO COMMAND
080180         PERFORM EXECUTE-SHELL-COMMAND
080190         MOVE "desfazer raiz" TO SCS-NEW-STEP
080200         PERFORM AUDIT-NEW-SITE-STEP
080210     END-IF.
080220
080230*****************************************************************
080240* AUDIT-NEW-SITE-STEP - AUDITS ONE BUILD OR UNDO STEP AS
080250* "PROVISION <DOMAIN>: <STEP>" WITH THE OUTCOME OF THE SHELL
080260* CALL JUST MADE. THE FIRST BUILD STEP TO FAIL IS REMEMBERED
080270* AS THE ONE THAT SANK THE SITE.
080280*****************************************************************
080290 AUDIT-NEW-SITE-STEP.
080300     IF RETURN-CODE NOT = ZERO AND SCS-NEW-CLEAN
080310         MOVE "Y" TO SCS-NEW-FAILED-SW
080320         MOVE SCS-NEW-STEP TO SCS-NEW-FAIL-STEP
080330     END-IF
080340     MOVE SPACES TO SCS-TYPED-COMMAND
080350     STRING "provision " DELIMITED BY SIZE
080360            SCS-DOMAIN-NAME DELIMITED BY SPACE
080370            ": " DELIMITED BY SIZE
080380            SCS-NEW-STEP DELIMITED BY SIZE
080390            INTO SCS-TYPED-COMMAND
080400     PERFORM WRITE-STEP-AUDIT.
080410
080420*****************************************************************
080430* GENERATE-DB-PASSWORD - DRAWS A RANDOM PASSWORD FOR A DATABASE
080440* ACCOUNT INTO SCS-USER-PASSWORD. CALLS SYSTEM DIRECTLY INTO A
080450* LOCAL WORK FILE THAT IS REMOVED AS SOON AS IT IS READ - A
080460* SPOOLED CALL WOULD LEAVE THE PASSWORD IN THE JOB LOG. SPACES
080470* MEANS NO USABLE PASSWORD COULD BE DRAWN.
080480*****************************************************************
080490 GENERATE-DB-PASSWORD.
080500     MOVE SPACES TO SCS-USER-PASSWORD
080510     MOVE SPACES TO SCS-PWDGEN-COMMAND
080520     STRING "rm -f PWDGEN ; umask 077 ; " DELIMITED BY SIZE
080530            "openssl rand -hex 12 > PWDGEN 2>/dev/null"
080540                DELIMITED BY SIZE
080550            INTO SCS-PWDGEN-COMMAND
080560     CALL "SYSTEM" USING SCS-PWDGEN-COMMAND
080570     OPEN INPUT PASSWORD-WORK-FILE
080580     IF SCS-PWDGEN-STATUS = "00"
080590         READ PASSWORD-WORK-FILE
080600             AT END
080610                 CONTINUE
080620             NOT AT END
080630                 MOVE PASSWORD-WORK-RECORD TO SCS-USER-PASSWORD
080640         END-READ
080650         CLOSE PASSWORD-WORK-FILE
080660     END-IF
080670     MOVE "rm -f PWDGEN" TO SCS-PWDGEN-COMMAND
080680     CALL "SYSTEM" USING SCS-PWDGEN-COMMAND
080690*    THE PASSWORD GOES INTO A QUOTED SQL COMMAND LINE - HELD TO
080700*    THE SAME CHARACTER RULES AS A TYPED ONE.
080710     MOVE SCS-USER-PASSWORD TO SCS-PROMPT-VALUE
080720     PERFORM VALIDATE-INPUT-FIELD
080730     IF SCS-INVALID-INPUT
080740         MOVE SPACES TO SCS-USER-PASSWORD
080750     END-IF.
080760
080770*****************************************************************
080780* REMOVE-SNAP-ENTRY - DROPS THE CFGSNAP BASELINE ENTRY OF
080790* SCS-SNAP-DOMAIN/ENGINE ON THE TARGET BOX, CLOSING THE GAP IN
080800* THE TABLE. A BASELINE BIGGER THAN THE TABLE IS LEFT ALONE.
080810*****************************************************************
080820 REMOVE-SNAP-ENTRY.
080830     IF SCS-HOST-SELECTED
080840         MOVE SCS-TARGET-HOST TO SCS-SNAP-TARGET
080850     ELSE
080860         MOVE "local" TO SCS-SNAP-TARGET
080870     END-IF
080880     PERFORM LOAD-SNAP-TABLE
080890     PERFORM FIND-SNAP-ENTRY
080900     EVALUATE TRUE
080910         WHEN SCS-SNAP-FULL
080920             DISPLAY "Base CFGSNAP grande demais - entrada de "
080930                 SCS-SNAP-DOMAIN(1:30) " nao removida."
080940         WHEN SCS-SNAP-NOT-FOUND
080950             CONTINUE
080960         WHEN OTHER
080970             PERFORM SHIFT-SNAP-ENTRY
080980                 VARYING SCS-SNAP-INDEX FROM SCS-SNAP-INDEX BY 1
080990                 UNTIL SCS-SNAP-INDEX >= SCS-SNAP-USED
081000             SUBTRACT 1 FROM SCS-SNAP-USED
081010             PERFORM REWRITE-SNAP-FILE
081020     END-EVALUATE.
081030
081040*****************************************************************
081050* SHIFT-SNAP-ENTRY - MOVES THE NEXT BASELINE ENTRY DOWN ONE.
081060*****************************************************************
081070 SHIFT-SNAP-ENTRY.
081080     MOVE SCS-SNAP-ENTRY(SCS-SNAP-INDEX + 1)
081090         TO SCS-SNAP-ENTRY(SCS-SNAP-INDEX).
081100
081110*****************************************************************
081120* WRITE-PROVISION-RESULTS - THE PER-LINE VERDICT OF THE RUN, TO
081130* PROVRPT AND THE CONSOLE.
081140*****************************************************************
081150 WRITE-PROVISION-RESULTS.
081160     OPEN OUTPUT PROVISION-RESULT-FILE
081170     PERFORM WRITE-PROVISION-RESULT-LINE
081180         VARYING SCS-NEW-INDEX FROM 1 BY 1
081190         UNTIL SCS-NEW-INDEX > SCS-NEW-USED
081200     CLOSE PROVISION-RESULT-FILE.
081210
081220*****************************************************************
081230* WRITE-PROVISION-RESULT-LINE - ONE LINE OF THE RESULT REPORT.
081240*****************************************************************
081250 WRITE-PROVISION-RESULT-LINE.
081260     MOVE SPACES TO PROVISION-RESULT-RECORD
081270     MOVE SCS-NEW-LINE-NO(SCS-NEW-INDEX) TO PR-LINE-NUMBER
081280     MOVE SCS-NEW-DOMAIN(SCS-NEW-INDEX) TO PR-DOMAIN
081290     MOVE SCS-NEW-STATUS(SCS-NEW-INDEX) TO PR-RESULT
081300     MOVE SCS-NEW-DETAIL(SCS-NEW-INDEX) TO PR-DETAIL
081310     WRITE PROVISION-RESULT-RECORD
081320     DISPLAY PR-LINE-NUMBER " " PR-DOMAIN(1:30) " " PR-RESULT
081330         " " PR-DETAIL(1:40).
081340
081350*****************************************************************
081360* MOVE-SITE - "MOVE SITE": MOVES ONE DOMAIN FROM ONE SERVERLIST
081370* HOST TO ANOTHER - CATALOGUED DUMP ON THE SOURCE, DOCROOT, CONF
081380* AND DUMP COPIED ACROSS, USER AND DATABASE RESTORED AND THE SITE
081390* ENABLED ON THE TARGET, CERTIFICATE REISSUED THERE, THE SOURCE
081400* COPY DISABLED AND THE PROVREG, CERTREG, CFGSNAP AND BACKUPCAT
081410* ENTRIES RE-POINTED AT THE NEW HOST. EVERY STEP IS AUDITED AND
081420* CHECKPOINTED IN MOVESTATE, SO A MOVE THAT STOPS PART WAY GOES
081430* ON FROM THE NEXT STEP WHEN "MOVE SITE" IS RUN AGAIN FOR THE
081440* SAME DOMAIN. THE SOURCE DATABASE AND DOCROOT ARE LEFT IN PLACE
081450* AS THE FALLBACK - TAKING THEM DOWN IS A "REMOVE SITE" ON THE
081460* OLD HOST ONCE THE MOVE HAS PROVED ITSELF.
081470*****************************************************************
081480 MOVE-SITE.
081490     MOVE SCS-TYPED-COMMAND TO SCS-SAVED-TYPED
081500     MOVE SCS-TARGET-HOST TO SCS-MOVE-SAVED-HOST
081510     MOVE SCS-TARGET-HOST-SW TO SCS-MOVE-SAVED-HOST-SW
081520     MOVE "Digite o nome de dominio a mudar de servidor: "
081530         TO SCS-PROMPT-TEXT
081540     MOVE "N" TO SCS-VALID-INPUT-SW
081550     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
081560     MOVE SCS-PROMPT-VALUE TO SCS-DOMAIN-NAME
081570     PERFORM LOAD-MOVE-STATE
081580     EVALUATE TRUE
081590         WHEN SCS-MOVE-PENDING
081600                 AND SCS-MOVE-DOMAIN NOT = SCS-DOMAIN-NAME
081610             DISPLAY "Mudanca de " SCS-MOVE-DOMAIN(1:30)
081620                 " em andamento - conclua-a antes de outra."
081630             MOVE "N" TO SCS-MOVE-VALID-SW
081640         WHEN SCS-MOVE-PENDING
081650             MOVE SCS-MOVE-LAST-STEP TO SCS-MOVE-STEP-DISP
081660             DISPLAY "Retomando a mudanca de "
081670                 SCS-MOVE-DOMAIN(1:30)
081680                 " apos o passo " SCS-MOVE-STEP-DISP "."
081690             PERFORM RESOLVE-MOVE-HOSTS
081700         WHEN OTHER
081710             PERFORM PROMPT-MOVE-SITE
081720             IF SCS-MOVE-VALID
081730                 PERFORM RESOLVE-MOVE-HOSTS
081740             END-IF
081750             IF SCS-MOVE-VALID
081760                 PERFORM CHECK-MOVE-REGISTRY
081770             END-IF
081780             IF SCS-MOVE-VALID
081790                 PERFORM CONFIRM-MOVE-SITE
081800             END-IF
081810             IF SCS-MOVE-VALID
081820                 PERFORM START-MOVE-STATE
081830             END-IF
081840     END-EVALUATE
081850     IF SCS-MOVE-VALID
081860         PERFORM RUN-MOVE-STEPS
081870     ELSE
081880         IF SCS-COMMAND-OUTCOME NOT = "CANCELADO"
081890             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
081900         END-IF
081910     END-IF
081920     MOVE SCS-MOVE-SAVED-HOST TO SCS-TARGET-HOST
081930     MOVE SCS-MOVE-SAVED-HOST-SW TO SCS-TARGET-HOST-SW
081940     MOVE SCS-SAVED-TYPED TO SCS-TYPED-COMMAND.
081950
081960*****************************************************************
081970* PROMPT-MOVE-SITE - COLLECTS A NEW MOVE: SOURCE AND TARGET BY
081980* SERVERLIST NAME, THE DOCUMENT ROOT AND WHICH DATABASE AND USER
081990* GO WITH THE SITE. THE USER GOES UNDER THE DATABASE'S ENGINE.
082000*****************************************************************
082010 PROMPT-MOVE-SITE.
082020     MOVE "Y" TO SCS-MOVE-VALID-SW
082030     MOVE SCS-DOMAIN-NAME TO SCS-MOVE-DOMAIN
082040     MOVE "Servidor de origem (nome no SERVERLIST): "
082050         TO SCS-PROMPT-TEXT
082060     MOVE "N" TO SCS-VALID-INPUT-SW
082070     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
082080     MOVE SCS-PROMPT-VALUE TO SCS-MOVE-SOURCE
082090     MOVE "Servidor de destino (nome no SERVERLIST): "
082100         TO SCS-PROMPT-TEXT
082110     MOVE "N" TO SCS-VALID-INPUT-SW
082120     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
082130     MOVE SCS-PROMPT-VALUE TO SCS-MOVE-TARGET
082140     MOVE "N" TO SCS-VALID-INPUT-SW
082150     PERFORM PROMPT-MOVE-ROOT UNTIL SCS-VALID-INPUT
082160     MOVE SCS-SITE-ROOT-DIR TO SCS-MOVE-ROOT
082170     MOVE SPACE TO SCS-MOVE-DB-ENG
082180     MOVE SPACES TO SCS-MOVE-DATABASE
082190     MOVE SPACES TO SCS-MOVE-USER
082200     DISPLAY "Mover o banco de dados associado (S/N)? "
082210     ACCEPT SCS-REMOVE-DB-CHOICE-SW
082220     IF SCS-REMOVE-DB-YES
082230         MOVE SPACE TO SCS-ENGINE-CHOICE
082240         PERFORM PROMPT-ENGINE-CHOICE
082250             UNTIL SCS-ENGINE-MYSQL OR SCS-ENGINE-POSTGRES
082260         MOVE SCS-ENGINE-CHOICE TO SCS-MOVE-DB-ENG
082270         MOVE "Digite o nome do banco de dados: "
082280             TO SCS-PROMPT-TEXT
082290         MOVE "N" TO SCS-VALID-INPUT-SW
082300         PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
082310         MOVE SCS-PROMPT-VALUE TO SCS-MOVE-DATABASE
082320     END-IF
082330     DISPLAY "Mover o usuario associado (S/N)? "
082340     ACCEPT SCS-REMOVE-USER-CHOICE-SW
082350     IF SCS-REMOVE-USER-YES
082360         IF SCS-MOVE-DB-ENG = SPACE
082370             MOVE SPACE TO SCS-ENGINE-CHOICE
082380             PERFORM PROMPT-ENGINE-CHOICE
082390                 UNTIL SCS-ENGINE-MYSQL OR SCS-ENGINE-POSTGRES
082400             MOVE SCS-ENGINE-CHOICE TO SCS-MOVE-DB-ENG
082410         END-IF
082420         MOVE "Digite o nome de usuario: " TO SCS-PROMPT-TEXT
082430         MOVE "N" TO SCS-VALID-INPUT-SW
082440         PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
082450         MOVE SCS-PROMPT-VALUE TO SCS-MOVE-USER
082460     END-IF
082470     IF SCS-MOVE-SOURCE = SCS-MOVE-TARGET
082480         DISPLAY "Origem e destino sao o mesmo servidor."
082490         MOVE "N" TO SCS-MOVE-VALID-SW
082500     END-IF.
082510
082520*****************************************************************
082530* PROMPT-MOVE-ROOT - ASKS FOR THE DOCUMENT ROOT ON THE SOURCE.
082540* CALLERS PERFORM THIS PARAGRAPH UNTIL SCS-VALID-INPUT IS TRUE.
082550*****************************************************************
082560 PROMPT-MOVE-ROOT.
082570     DISPLAY "Diretorio raiz do site na origem: "
082580     ACCEPT SCS-SITE-ROOT-DIR
082590     PERFORM VALIDATE-ROOT-DIR
082600     IF SCS-INVALID-INPUT
082610         DISPLAY "Caminho invalido - use um caminho absoluto, sem"
082620         DISPLAY "espacos nem "".."". Tente novamente."
082630     END-IF.
082640
082650*****************************************************************
082660* RESOLVE-MOVE-HOSTS - LOOKS BOTH SERVERLIST NAMES UP. THE HOSTS
082670* ARE WHAT THE REGISTRIES STORE AND WHAT SSH IS POINTED AT.
082680*****************************************************************
082690 RESOLVE-MOVE-HOSTS.
082700     MOVE "Y" TO SCS-MOVE-VALID-SW
082710     MOVE SCS-MOVE-SOURCE TO SCS-SERVER-NAME
082720     PERFORM LOOKUP-MOVE-SERVER
082730     IF SCS-SERVER-FOUND
082740         MOVE SCS-TARGET-HOST TO SCS-MOVE-SRC-HOST
082750     ELSE
082760         DISPLAY "Servidor " SCS-MOVE-SOURCE
082770             " nao encontrado em SERVERLIST."
082780         MOVE "N" TO SCS-MOVE-VALID-SW
082790     END-IF
082800     MOVE SCS-MOVE-TARGET TO SCS-SERVER-NAME
082810     PERFORM LOOKUP-MOVE-SERVER
082820     IF SCS-SERVER-FOUND
082830         MOVE SCS-TARGET-HOST TO SCS-MOVE-TGT-HOST
082840     ELSE
082850         DISPLAY "Servidor " SCS-MOVE-TARGET
082860             " nao encontrado em SERVERLIST."
082870         MOVE "N" TO SCS-MOVE-VALID-SW
082880     END-IF
082890     IF SCS-MOVE-VALID
082900             AND SCS-MOVE-SRC-HOST = SCS-MOVE-TGT-HOST
082910         DISPLAY "Origem e destino apontam para o mesmo host."
082920         MOVE "N" TO SCS-MOVE-VALID-SW
082930     END-IF.
082940
082950*****************************************************************
082960* LOOKUP-MOVE-SERVER - THE "SELECT SERVER" LOOKUP OF THE NAME IN
082970* SCS-SERVER-NAME. THE HOST LANDS IN SCS-TARGET-HOST, WHICH
082980* MOVE-SITE PUTS BACK WHEN IT ENDS.
082990*****************************************************************
083000 LOOKUP-MOVE-SERVER.
083010     MOVE "N" TO SCS-SERVER-FOUND-SW
083020     OPEN INPUT SERVER-LIST-FILE
083030     IF SCS-SERVERLIST-STATUS NOT = "00"
083040         DISPLAY "Arquivo SERVERLIST nao encontrado."
083050     ELSE
083060         MOVE "N" TO SCS-SERVERLIST-EOF-SW
083070         PERFORM FIND-SERVER-IN-LIST
083080             UNTIL SCS-SERVERLIST-EOF OR SCS-SERVER-FOUND
083090         CLOSE SERVER-LIST-FILE
083100     END-IF.
083110
083120*****************************************************************
083130* CHECK-MOVE-REGISTRY - THE SITE MUST BE REGISTERED ON THE SOURCE
083140* (WHICH ALSO SAYS WHETHER IT IS APACHE OR NGINX) AND NEITHER IT
083150* NOR ITS DATABASE OR USER ON THE TARGET - THE RESTORE STEP
083160* RECREATES THE DATABASE THERE FROM SCRATCH. A CERTREG ENTRY ON
083170* THE SOURCE MEANS THE CERTIFICATE TRAVELS AND IS REISSUED.
083180*****************************************************************
083190 CHECK-MOVE-REGISTRY.
083200     OPEN INPUT PROVISION-REGISTRY-FILE
083210     IF SCS-PROVREG-STATUS NOT = "00"
083220         DISPLAY "Registro PROVREG nao encontrado."
083230         MOVE "N" TO SCS-MOVE-VALID-SW
083240     ELSE
083250         MOVE SPACE TO SCS-MOVE-WEB
083260         MOVE "SITE" TO SCS-MOVE-REG-TYPE
083270         MOVE SCS-MOVE-DOMAIN TO SCS-MOVE-REG-NAME
083280         MOVE SCS-MOVE-SRC-HOST TO SCS-MOVE-REG-SERVER
083290         MOVE "APACHE" TO SCS-MOVE-REG-ENGINE
083300         PERFORM PROBE-MOVE-REGISTRY
083310         IF SCS-MOVE-HIT
083320             MOVE "1" TO SCS-MOVE-WEB
083330         ELSE
083340             MOVE "NGINX" TO SCS-MOVE-REG-ENGINE
083350             PERFORM PROBE-MOVE-REGISTRY
083360             IF SCS-MOVE-HIT
083370                 MOVE "2" TO SCS-MOVE-WEB
083380             END-IF
083390         END-IF
083400         IF SCS-MOVE-WEB = SPACE
083410             DISPLAY "Site " SCS-MOVE-DOMAIN(1:30)
083420                 " nao registrado na origem."
083430             MOVE "N" TO SCS-MOVE-VALID-SW
083440         ELSE
083450             MOVE SCS-MOVE-TGT-HOST TO SCS-MOVE-REG-SERVER
083460             PERFORM PROBE-MOVE-REGISTRY
083470             IF SCS-MOVE-HIT
083480                 DISPLAY "Site " SCS-MOVE-DOMAIN(1:30)
083490                     " ja registrado no destino."
083500                 MOVE "N" TO SCS-MOVE-VALID-SW
083510             END-IF
083520         END-IF
083530         IF SCS-MOVE-DB-ENG = "1"
083540             MOVE "MYSQL" TO SCS-MOVE-REG-ENGINE
083550         ELSE
083560             MOVE "PGSQL" TO SCS-MOVE-REG-ENGINE
083570         END-IF
083580         MOVE SCS-MOVE-TGT-HOST TO SCS-MOVE-REG-SERVER
083590         IF SCS-MOVE-DATABASE NOT = SPACES
083600             MOVE "DATABASE" TO SCS-MOVE-REG-TYPE
083610             MOVE SCS-MOVE-DATABASE TO SCS-MOVE-REG-NAME
083620             PERFORM PROBE-MOVE-REGISTRY
083630             IF SCS-MOVE-HIT
083640                 DISPLAY "Banco " SCS-MOVE-DATABASE(1:30)
083650                     " ja registrado no destino."
083660                 MOVE "N" TO SCS-MOVE-VALID-SW
083670             END-IF
083680         END-IF
083690         IF SCS-MOVE-USER NOT = SPACES
083700             MOVE "USER" TO SCS-MOVE-REG-TYPE
083710             MOVE SCS-MOVE-USER TO SCS-MOVE-REG-NAME
083720             PERFORM PROBE-MOVE-REGISTRY
083730             IF SCS-MOVE-HIT
083740                 DISPLAY "Usuario " SCS-MOVE-USER(1:30)
083750                     " ja registrado no destino."
083760                 MOVE "N" TO SCS-MOVE-VALID-SW
083770             END-IF
083780         END-IF
083790         CLOSE PROVISION-REGISTRY-FILE
083800     END-IF
083810     MOVE "N" TO SCS-MOVE-CERT
083820     PERFORM LOAD-CERT-TABLE
083830     PERFORM VARYING SCS-CERT-INDEX FROM 1 BY 1
083840             UNTIL SCS-CERT-INDEX > SCS-CERT-USED
083850         IF SCS-CERT-TAB-DOMAIN(SCS-CERT-INDEX) = SCS-MOVE-DOMAIN
083860                 AND SCS-CERT-TAB-SERVER(SCS-CERT-INDEX)
083870                     = SCS-MOVE-SRC-HOST
083880             MOVE "S" TO SCS-MOVE-CERT
083890         END-IF
083900     END-PERFORM.
083910
083920*****************************************************************
083930* PROBE-MOVE-REGISTRY - KEYED READ OF THE PROVREG ENTRY NAMED BY
083940* THE SCS-MOVE-REG FIELDS; THE FILE IS ALREADY OPEN.
083950*****************************************************************
083960 PROBE-MOVE-REGISTRY.
083970     MOVE "N" TO SCS-MOVE-HIT-SW
083980     MOVE SPACES TO PROVISION-REGISTRY-RECORD
083990     MOVE SCS-MOVE-REG-TYPE TO PV-OBJECT-TYPE
084000     MOVE SCS-MOVE-REG-NAME TO PV-OBJECT-NAME
084010     MOVE SCS-MOVE-REG-ENGINE TO PV-ENGINE
084020     MOVE SCS-MOVE-REG-SERVER TO PV-SERVER
084030     READ PROVISION-REGISTRY-FILE
084040         INVALID KEY
084050             CONTINUE
084060         NOT INVALID KEY
084070             MOVE "Y" TO SCS-MOVE-HIT-SW
084080     END-READ.
084090
084100*****************************************************************
084110* CONFIRM-MOVE-SITE - SHOWS WHAT IS ABOUT TO MOVE AND WAITS FOR
084120* THE OPERATOR'S YES.
084130*****************************************************************
084140 CONFIRM-MOVE-SITE.
084150     DISPLAY "Mudanca de " SCS-MOVE-DOMAIN(1:30)
084160     DISPLAY "  de:      " SCS-MOVE-SOURCE " (" SCS-MOVE-SRC-HOST
084170         ")"
084180     DISPLAY "  para:    " SCS-MOVE-TARGET " (" SCS-MOVE-TGT-HOST
084190         ")"
084200     DISPLAY "  raiz:    " SCS-MOVE-ROOT
084210     IF SCS-MOVE-DATABASE NOT = SPACES
084220         DISPLAY "  banco:   " SCS-MOVE-DATABASE
084230     END-IF
084240     IF SCS-MOVE-USER NOT = SPACES
084250         DISPLAY "  usuario: " SCS-MOVE-USER
084260     END-IF
084270     IF SCS-MOVE-HAS-CERT
084280         DISPLAY "  certificado reemitido no destino"
084290     END-IF
084300     DISPLAY "Confirmar a mudanca (S/N)? "
084310     ACCEPT SCS-MOVE-CONFIRM-SW
084320     IF NOT SCS-MOVE-CONFIRMED
084330         DISPLAY "Mudanca cancelada."
084340         MOVE "CANCELADO" TO SCS-COMMAND-OUTCOME
084350         MOVE "N" TO SCS-MOVE-VALID-SW
084360     END-IF.
084370
084380*****************************************************************
084390* START-MOVE-STATE - OPENS THE CHECKPOINT OF A NEW MOVE.
084400*****************************************************************
084410 START-MOVE-STATE.
084420     MOVE ZERO TO SCS-MOVE-LAST-STEP
084430     MOVE SPACES TO SCS-MOVE-DUMP-STAMP
084440     MOVE SPACES TO SCS-MOVE-DUMP-PATH
084450     MOVE SCS-OPERATOR-ID TO SCS-MOVE-OPERATOR
084460     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
084470     ACCEPT SCS-AUDIT-TIME FROM TIME
084480     MOVE SPACES TO SCS-MOVE-STARTED
084490     STRING SCS-AUDIT-DATE DELIMITED BY SIZE
084500            "-" DELIMITED BY SIZE
084510            SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
084520            INTO SCS-MOVE-STARTED
084530     PERFORM SAVE-MOVE-STATE.
084540
084550*****************************************************************
084560* LOAD-MOVE-STATE - READS BACK THE MOVE IN FLIGHT, IF ANY.
084570*****************************************************************
084580 LOAD-MOVE-STATE.
084590     MOVE "N" TO SCS-MOVE-PENDING-SW
084600     OPEN INPUT MOVE-STATE-FILE
084610     IF SCS-MOVESTATE-STATUS NOT = "00"
084620         CONTINUE
084630     ELSE
084640         READ MOVE-STATE-FILE
084650             AT END
084660                 CONTINUE
084670             NOT AT END
084680                 IF MV-DOMAIN NOT = SPACES
084690                     MOVE "Y" TO SCS-MOVE-PENDING-SW
084700                     MOVE MV-DOMAIN TO SCS-MOVE-DOMAIN
084710                     MOVE MV-SOURCE TO SCS-MOVE-SOURCE
084720                     MOVE MV-TARGET TO SCS-MOVE-TARGET
084730                     MOVE MV-WEB-ENGINE TO SCS-MOVE-WEB
084740                     MOVE MV-CERTIFICATE TO SCS-MOVE-CERT
084750                     MOVE MV-DOC-ROOT TO SCS-MOVE-ROOT
084760                     MOVE MV-DB-ENGINE TO SCS-MOVE-DB-ENG
084770                     MOVE MV-DATABASE TO SCS-MOVE-DATABASE
084780                     MOVE MV-USER-NAME TO SCS-MOVE-USER
084790                     MOVE MV-DUMP-STAMP TO SCS-MOVE-DUMP-STAMP
084800                     MOVE MV-DUMP-PATH TO SCS-MOVE-DUMP-PATH
084810                     MOVE MV-LAST-STEP TO SCS-MOVE-LAST-STEP
084820                     MOVE MV-OPERATOR TO SCS-MOVE-OPERATOR
084830                     MOVE MV-STARTED TO SCS-MOVE-STARTED
084840                 END-IF
084850         END-READ
084860         CLOSE MOVE-STATE-FILE
084870     END-IF.
084880
084890*****************************************************************
084900* SAVE-MOVE-STATE - REWRITES THE ONE-RECORD CHECKPOINT.
084910*****************************************************************
084920 SAVE-MOVE-STATE.
084930     OPEN OUTPUT MOVE-STATE-FILE
084940     MOVE SPACES TO MOVE-STATE-RECORD
084950     MOVE SCS-MOVE-DOMAIN TO MV-DOMAIN
084960     MOVE SCS-MOVE-SOURCE TO MV-SOURCE
084970     MOVE SCS-MOVE-TARGET TO MV-TARGET
084980     MOVE SCS-MOVE-WEB TO MV-WEB-ENGINE
084990     MOVE SCS-MOVE-CERT TO MV-CERTIFICATE
085000     MOVE SCS-MOVE-ROOT TO MV-DOC-ROOT
085010     MOVE SCS-MOVE-DB-ENG TO MV-DB-ENGINE
085020     MOVE SCS-MOVE-DATABASE TO MV-DATABASE
085030     MOVE SCS-MOVE-USER TO MV-USER-NAME
085040     MOVE SCS-MOVE-DUMP-STAMP TO MV-DUMP-STAMP
085050     MOVE SCS-MOVE-DUMP-PATH TO MV-DUMP-PATH
085060     MOVE SCS-MOVE-LAST-STEP TO MV-LAST-STEP
085070     MOVE SCS-MOVE-OPERATOR TO MV-OPERATOR
085080     MOVE SCS-MOVE-STARTED TO MV-STARTED
085090     WRITE MOVE-STATE-RECORD
085100     CLOSE MOVE-STATE-FILE.
085110
085120*****************************************************************
085130* CLEAR-MOVE-STATE - A FINISHED MOVE LEAVES MOVESTATE EMPTY.
085140*****************************************************************
085150 CLEAR-MOVE-STATE.
085160     OPEN OUTPUT MOVE-STATE-FILE
085170     CLOSE MOVE-STATE-FILE.
085180
085190*****************************************************************
085200* RUN-MOVE-STEPS - RUNS EVERY STEP PAST THE LAST ONE CHECKPOINTED,
085210* STOPPING AT THE FIRST THAT FAILS. THE STEPS ARE:
085220*   1 DUMP OF THE DATABASE ON THE SOURCE
085230*   2 DOCROOT, CONF, DUMP (AND CERTIFICATE FILES) TO THE TARGET
085240*   3 USER AND DATABASE RESTORED ON THE TARGET
085250*   4 SITE ENABLED ON THE TARGET
085260*   5 CERTIFICATE REISSUED ON THE TARGET
085270*   6 SITE DISABLED ON THE SOURCE
085280*   7 REGISTRIES RE-POINTED AT THE TARGET
085290*****************************************************************
085300 RUN-MOVE-STEPS.
085310     MOVE SCS-MOVE-DOMAIN TO SCS-DOMAIN-NAME
085320     MOVE SCS-MOVE-WEB TO SCS-WEB-ENGINE-CHOICE
085330     IF SCS-WEB-APACHE
085340         MOVE "APACHE" TO SCS-MOVE-WEB-TAG
085350     ELSE
085360         MOVE "NGINX" TO SCS-MOVE-WEB-TAG
085370     END-IF
085380     IF SCS-MOVE-DB-ENG = "1"
085390         MOVE "MYSQL" TO SCS-MOVE-DB-TAG
085400     ELSE
085410         MOVE "PGSQL" TO SCS-MOVE-DB-TAG
085420     END-IF
085430     MOVE "N" TO SCS-MOVE-FAILED-SW
085440     IF SCS-MOVE-LAST-STEP < 1
085450         PERFORM MOVE-STEP-DUMP
085460     END-IF
085470     IF SCS-MOVE-CLEAN AND SCS-MOVE-LAST-STEP < 2
085480         PERFORM MOVE-STEP-COPY
085490     END-IF
085500     IF SCS-MOVE-CLEAN AND SCS-MOVE-LAST-STEP < 3
085510         PERFORM MOVE-STEP-RESTORE
085520     END-IF
085530     IF SCS-MOVE-CLEAN AND SCS-MOVE-LAST-STEP < 4
085540         PERFORM MOVE-STEP-ENABLE
085550     END-IF
085560     IF SCS-MOVE-CLEAN AND SCS-MOVE-LAST-STEP < 5
085570         PERFORM MOVE-STEP-CERTIFICATE
085580     END-IF
085590     IF SCS-MOVE-CLEAN AND SCS-MOVE-LAST-STEP < 6
085600         PERFORM MOVE-STEP-DISABLE
085610     END-IF
085620     IF SCS-MOVE-CLEAN AND SCS-MOVE-LAST-STEP < 7
085630         PERFORM MOVE-STEP-REGISTRY
085640     END-IF
085650     IF SCS-MOVE-CLEAN
085660         PERFORM CLEAR-MOVE-STATE
085670         DISPLAY "Site " SCS-MOVE-DOMAIN(1:30) " movido de "
085680             SCS-MOVE-SOURCE(1:20) " para " SCS-MOVE-TARGET(1:20)
085690         MOVE "OK" TO SCS-COMMAND-OUTCOME
085700     ELSE
085710         DISPLAY "Mudanca parada em: " SCS-MOVE-STEP
085720         DISPLAY "Corrija a causa e rode move site de novo para"
085730             " retomar."
085740         MOVE "ERRO" TO SCS-COMMAND-OUTCOME
085750     END-IF.
085760
085770*****************************************************************
085780* MOVE-STEP-DUMP - CATALOGUED DUMP OF THE DATABASE ON THE SOURCE.
085790* ITS PATH AND STAMP GO INTO THE CHECKPOINT FOR THE LATER STEPS.
085800*****************************************************************
085810 MOVE-STEP-DUMP.
085820     MOVE 1 TO SCS-MOVE-STEP-NO
085830     IF SCS-MOVE-DATABASE NOT = SPACES
085840         PERFORM POINT-AT-MOVE-SOURCE
085850         MOVE SCS-MOVE-DB-ENG TO SCS-ENGINE-CHOICE
085860         MOVE SCS-MOVE-DATABASE TO SCS-DATABASE-NAME
085870         PERFORM RUN-DATABASE-DUMP
085880         IF SCS-DUMP-OUTCOME = "OK"
085890             MOVE SCS-DUMP-STAMP TO SCS-MOVE-DUMP-STAMP
085900             MOVE SCS-DUMP-PATH TO SCS-MOVE-DUMP-PATH
085910         ELSE
085920             MOVE "Y" TO SCS-MOVE-FAILED-SW
085930         END-IF
085940         MOVE "dump na origem" TO SCS-MOVE-STEP
085950         PERFORM WRITE-MOVE-AUDIT
085960     END-IF
085970     PERFORM CHECKPOINT-MOVE-STEP.
085980
085990*****************************************************************
086000* MOVE-STEP-COPY - STREAMS THE DOCROOT, THE CONF AND THE DUMP
086010* FROM THE SOURCE STRAIGHT INTO THE TARGET (PLUS THE LETSENCRYPT
086020* FILES OF A SITE WITH A CERTIFICATE, SO ITS CONF STILL TESTS
086030* CLEAN THERE, AND ON APACHE THE -le-ssl.conf VHOST CERTBOT
086040* WROTE FOR IT). THE PIPE JOINS TWO SSH SESSIONS, SO IT RUNS ON
086050* THIS BOX WITH NO TARGET SELECTED.
086060*****************************************************************
086070 MOVE-STEP-COPY.
086080     MOVE 2 TO SCS-MOVE-STEP-NO
086090     PERFORM BUILD-MOVE-CONF-PATH
086100     MOVE "N" TO SCS-TARGET-HOST-SW
086110     MOVE SPACES TO COMMAND
086120     STRING "ssh " DELIMITED BY SIZE
086130            SCS-MOVE-SRC-HOST DELIMITED BY SPACE
086140            " 'sudo tar -C / -czf - " DELIMITED BY SIZE
086150            SCS-MOVE-ROOT(2:79) DELIMITED BY SPACE
086160            " " DELIMITED BY SIZE
086170            SCS-VHOST-CONF-PATH(2:89) DELIMITED BY SPACE
086180            " " DELIMITED BY SIZE
086190            SCS-MOVE-SSL-CONF(2:89) DELIMITED BY SPACE
086200            " " DELIMITED BY SIZE
086210            SCS-MOVE-DUMP-PATH(2:109) DELIMITED BY SPACE
086220            "' | ssh " DELIMITED BY SIZE
086230            SCS-MOVE-TGT-HOST DELIMITED BY SPACE
086240            " 'sudo tar -C / -xzf -'" DELIMITED BY SIZE
086250            INTO COMMAND
086260     PERFORM EXECUTE-SHELL-COMMAND
086270     MOVE "copiar arquivos" TO SCS-MOVE-STEP
086280     PERFORM AUDIT-MOVE-ACTION
086290     IF SCS-MOVE-CLEAN AND SCS-MOVE-HAS-CERT
086300         MOVE SPACES TO COMMAND
086310         STRING "ssh " DELIMITED BY SIZE
086320                SCS-MOVE-SRC-HOST DELIMITED BY SPACE
086330                " 'sudo tar -C /etc/letsencrypt -czf - live/"
086340                DELIMITED BY SIZE
086350                SCS-MOVE-DOMAIN DELIMITED BY SPACE
086360                " archive/" DELIMITED BY SIZE
086370                SCS-MOVE-DOMAIN DELIMITED BY SPACE
086380                " renewal/" DELIMITED BY SIZE
086390                SCS-MOVE-DOMAIN DELIMITED BY SPACE
086400                ".conf' | ssh " DELIMITED BY SIZE
086410                SCS-MOVE-TGT-HOST DELIMITED BY SPACE
086420                " 'sudo tar -C /etc/letsencrypt -xzf -'"
086430                DELIMITED BY SIZE
086440                INTO COMMAND
086450         PERFORM EXECUTE-SHELL-COMMAND
086460         MOVE "copiar certificado" TO SCS-MOVE-STEP
086470         PERFORM AUDIT-MOVE-ACTION
086480     END-IF
086490     PERFORM CHECKPOINT-MOVE-STEP.
086500
086510*****************************************************************
086520* MOVE-STEP-RESTORE - THE USER FIRST, SO THE OWNERS AND GRANTS IN
086530* THE DUMP FIND IT, THEN THE DATABASE, DROPPED AND CREATED AFRESH
086540* SO A RERUN AFTER A BROKEN LOAD STARTS CLEAN - IT IS THIS MOVE'S
086550* OWN COPY, CHECK-MOVE-REGISTRY HAVING FOUND NONE ON THE TARGET.
086560*****************************************************************
086570 MOVE-STEP-RESTORE.
086580     MOVE 3 TO SCS-MOVE-STEP-NO
086590     IF SCS-MOVE-USER NOT = SPACES
086600         PERFORM MOVE-COPY-USER
086610     END-IF
086620     IF SCS-MOVE-CLEAN AND SCS-MOVE-DATABASE NOT = SPACES
086630         PERFORM POINT-AT-MOVE-TARGET
086640         MOVE SPACES TO COMMAND
086650         IF SCS-MOVE-DB-ENG = "1"
086660             STRING "mysql -e 'DROP DATABASE IF EXISTS "
086670                    DELIMITED BY SIZE
086680                    SCS-MOVE-DATABASE DELIMITED BY SPACE
086690                    "; CREATE DATABASE " DELIMITED BY SIZE
086700                    SCS-MOVE-DATABASE DELIMITED BY SPACE
086710                    ";'" DELIMITED BY SIZE INTO COMMAND
086720         ELSE
086730             STRING "sudo -u postgres dropdb --if-exists "
086740                    DELIMITED BY SIZE
086750                    SCS-MOVE-DATABASE DELIMITED BY SPACE
086760                    " && sudo -u postgres createdb "
086770                    DELIMITED BY SIZE
086780                    SCS-MOVE-DATABASE DELIMITED BY SPACE
086790                    INTO COMMAND
086800         END-IF
086810         PERFORM EXECUTE-SHELL-COMMAND
086820         MOVE "criar banco" TO SCS-MOVE-STEP
086830         PERFORM AUDIT-MOVE-ACTION
086840     END-IF
086850     IF SCS-MOVE-CLEAN AND SCS-MOVE-DATABASE NOT = SPACES
086860         MOVE SPACES TO COMMAND
086870         IF SCS-MOVE-DB-ENG = "1"
086880             STRING "sudo sh -c 'mysql " DELIMITED BY SIZE
086890                    SCS-MOVE-DATABASE DELIMITED BY SPACE
086900                    " < " DELIMITED BY SIZE
086910                    SCS-MOVE-DUMP-PATH DELIMITED BY SPACE
086920                    "'" DELIMITED BY SIZE INTO COMMAND
086930         ELSE
086940             STRING "sudo sh -c 'sudo -u postgres psql "
086950                    DELIMITED BY SIZE
086960                    SCS-MOVE-DATABASE DELIMITED BY SPACE
086970                    " < " DELIMITED BY SIZE
086980                    SCS-MOVE-DUMP-PATH DELIMITED BY SPACE
086990                    "'" DELIMITED BY SIZE INTO COMMAND
087000         END-IF
087010         PERFORM EXECUTE-SHELL-COMMAND
087020         MOVE "restaurar banco" TO SCS-MOVE-STEP
087030         PERFORM AUDIT-MOVE-ACTION
087040     END-IF
087050     PERFORM CHECKPOINT-MOVE-STEP.
087060
087070*****************************************************************
087080* MOVE-COPY-USER - REPLAYS THE ACCOUNT ON THE TARGET AS THE SOURCE
087090* DESCRIBES IT, PASSWORD HASH AND GRANTS INCLUDED, SO THE SITE'S
087100* OWN CONFIG KEEPS WORKING. LIKE THE FILE COPY IT JOINS TWO SSH
087110* SESSIONS AND RUNS ON THIS BOX.
087120*****************************************************************
087130 MOVE-COPY-USER.
087140     MOVE "N" TO SCS-TARGET-HOST-SW
087150     MOVE SPACES TO COMMAND
087160     IF SCS-MOVE-DB-ENG = "1"
087170         STRING "ssh " DELIMITED BY SIZE
087180                SCS-MOVE-SRC-HOST DELIMITED BY SPACE
087190                " ""mysql -N -r -B -e \""SHOW CREATE USER '"
087200                DELIMITED BY SIZE
087210                SCS-MOVE-USER DELIMITED BY SPACE
087220                "'@'localhost'; SHOW GRANTS FOR '"
087230                DELIMITED BY SIZE
087240                SCS-MOVE-USER DELIMITED BY SPACE
087250                "'@'localhost'\"""" | sed -e " DELIMITED BY SIZE
087260                """s/^CREATE USER/CREATE USER IF NOT EXISTS/"""
087270                DELIMITED BY SIZE
087280                " -e ""s/$/;/"" | ssh " DELIMITED BY SIZE
087290                SCS-MOVE-TGT-HOST DELIMITED BY SPACE
087300                " mysql" DELIMITED BY SIZE
087310                INTO COMMAND
087320     ELSE
087330         STRING "ssh " DELIMITED BY SIZE
087340                SCS-MOVE-SRC-HOST DELIMITED BY SPACE
087350                " ""sudo -u postgres pg_dumpall --roles-only"""
087360                DELIMITED BY SIZE
087370                " | grep -E ""^(CREATE|ALTER) ROLE "
087380                DELIMITED BY SIZE
087390                SCS-MOVE-USER DELIMITED BY SPACE
087400                "[ ;]"" | ssh " DELIMITED BY SIZE
087410                SCS-MOVE-TGT-HOST DELIMITED BY SPACE
087420                " ""sudo -u postgres psql""" DELIMITED BY SIZE
087430                INTO COMMAND
087440     END-IF
087450     PERFORM EXECUTE-SHELL-COMMAND
087460     MOVE "copiar usuario" TO SCS-MOVE-STEP
087470     PERFORM AUDIT-MOVE-ACTION.
087480
087490*****************************************************************
087500* MOVE-STEP-ENABLE - ENABLES THE COPIED CONF (AND THE COPIED
087510* -le-ssl.conf OF AN APACHE SITE WITH A CERTIFICATE) ON THE
087520* TARGET AND RELOADS ITS WEB SERVER.
087530*****************************************************************
087540 MOVE-STEP-ENABLE.
087550     MOVE 4 TO SCS-MOVE-STEP-NO
087560     PERFORM BUILD-MOVE-CONF-PATH
087570     PERFORM POINT-AT-MOVE-TARGET
087580     MOVE SPACES TO COMMAND
087590     EVALUATE TRUE
087600         WHEN SCS-WEB-APACHE AND SCS-MOVE-HAS-CERT
087610             STRING "sudo a2ensite " DELIMITED BY SIZE
087620                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
087630                    ".conf " DELIMITED BY SIZE
087640                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
087650                    "-le-ssl.conf" DELIMITED BY SIZE INTO COMMAND
087660         WHEN SCS-WEB-APACHE
087670             STRING "sudo a2ensite " DELIMITED BY SIZE
087680                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
087690                    ".conf" DELIMITED BY SIZE INTO COMMAND
087700         WHEN OTHER
087710             STRING "sudo ln -sf " DELIMITED BY SIZE
087720                    SCS-VHOST-CONF-PATH DELIMITED BY SPACE
087730                    " /etc/nginx/sites-enabled/" DELIMITED BY SIZE
087740                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
087750                    INTO COMMAND
087760     END-EVALUATE
087770     PERFORM EXECUTE-SHELL-COMMAND
087780     MOVE "ativar no destino" TO SCS-MOVE-STEP
087790     PERFORM AUDIT-MOVE-ACTION
087800     IF SCS-MOVE-CLEAN
087810         MOVE "D" TO SCS-REVERT-MODE
087820         PERFORM PREFLIGHT-WEB-RELOAD
087830         MOVE "reload destino" TO SCS-MOVE-STEP
087840         PERFORM AUDIT-MOVE-ACTION
087850     END-IF
087860     PERFORM CHECKPOINT-MOVE-STEP.
087870
087880*****************************************************************
087890* MOVE-STEP-CERTIFICATE - A SITE THAT HAD A CERTIFICATE ON THE
087900* SOURCE GETS ONE ISSUED ON THE TARGET AND RECORDED IN CERTREG
087910* UNDER IT. CERTBOT NEEDS THE DOMAIN TO RESOLVE TO THE TARGET.
087920*****************************************************************
087930 MOVE-STEP-CERTIFICATE.
087940     MOVE 5 TO SCS-MOVE-STEP-NO
087950     IF SCS-MOVE-HAS-CERT
087960         PERFORM POINT-AT-MOVE-TARGET
087970         MOVE SPACES TO COMMAND
087980         IF SCS-WEB-APACHE
087990             STRING "sudo certbot --apache -d " DELIMITED BY SIZE
088000                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
088010                    INTO COMMAND
088020         ELSE
088030             STRING "sudo certbot --nginx -d " DELIMITED BY SIZE
088040                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
088050                    INTO COMMAND
088060         END-IF
088070         PERFORM EXECUTE-SHELL-COMMAND
088080         IF RETURN-CODE = ZERO
088090             PERFORM RECORD-ISSUED-CERTIFICATE
088100         ELSE
088110             DISPLAY "Certbot falhou - confira se o DNS de "
088120                 SCS-MOVE-DOMAIN(1:30)
088130                 " ja aponta para o destino."
088140         END-IF
088150         MOVE "reemitir certificado" TO SCS-MOVE-STEP
088160         PERFORM AUDIT-MOVE-ACTION
088170     END-IF
088180     PERFORM CHECKPOINT-MOVE-STEP.
088190
088200*****************************************************************
088210* MOVE-STEP-DISABLE - TAKES THE SOURCE COPY OUT OF SERVICE, THE
088220* -le-ssl.conf VHOST OF AN APACHE SITE WITH A CERTIFICATE TOO, SO
088230* THE SOURCE STOPS ANSWERING HTTPS FOR THE DOMAIN. BOTH CONFS STAY
088240* IN SITES-AVAILABLE FOR A QUICK WAY BACK.
088250*****************************************************************
088260 MOVE-STEP-DISABLE.
088270     MOVE 6 TO SCS-MOVE-STEP-NO
088280     PERFORM BUILD-MOVE-CONF-PATH
088290     PERFORM POINT-AT-MOVE-SOURCE
088300     MOVE SPACES TO COMMAND
088310     EVALUATE TRUE
088320         WHEN SCS-WEB-APACHE AND SCS-MOVE-HAS-CERT
088330             STRING "sudo a2dissite " DELIMITED BY SIZE
088340                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
088350                    ".conf " DELIMITED BY SIZE
088360                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
088370                    "-le-ssl.conf" DELIMITED BY SIZE INTO COMMAND
088380         WHEN SCS-WEB-APACHE
088390             STRING "sudo a2dissite " DELIMITED BY SIZE
088400                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
088410                    ".conf" DELIMITED BY SIZE INTO COMMAND
088420         WHEN OTHER
088430             STRING "sudo rm -f /etc/nginx/sites-enabled/"
088440                    DELIMITED BY SIZE
088450                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
088460                    INTO COMMAND
088470     END-EVALUATE
088480     PERFORM EXECUTE-SHELL-COMMAND
088490     MOVE "desativar na origem" TO SCS-MOVE-STEP
088500     PERFORM AUDIT-MOVE-ACTION
088510     IF SCS-MOVE-CLEAN
088520*        A REFUSED RELOAD PUTS THE SOURCE COPY BACK IN SERVICE,
088530*        BOTH VHOSTS OF A SITE WITH A CERTIFICATE.
088540         MOVE "E" TO SCS-REVERT-MODE
088550         IF SCS-MOVE-HAS-CERT
088560             MOVE "Y" TO SCS-REVERT-SSL-SW
088570         END-IF
088580         PERFORM PREFLIGHT-WEB-RELOAD
088590         MOVE "reload origem" TO SCS-MOVE-STEP
088600         PERFORM AUDIT-MOVE-ACTION
088610     END-IF
088620     PERFORM CHECKPOINT-MOVE-STEP.
088630
088640*****************************************************************
088650* MOVE-STEP-REGISTRY - POINTS EVERY REGISTRY AT THE NEW HOST:
088660* THE PROVREG SITE, DATABASE AND USER ENTRIES, THE CERTREG ENTRY,
088670* THE CFGSNAP BASELINE (RETAKEN ON THE TARGET) AND THE CATALOG
088680* ENTRY OF THE MIGRATION DUMP, WHOSE SOURCE COPY GOES AWAY SO THE
088690* CATALOG STILL NAMES THE ONE BOX HOLDING THE FILE. EVERY PART
088700* IS SAFE TO REPEAT, SO A RERUN OF THIS STEP DOES NO HARM.
088710*****************************************************************
088720 MOVE-STEP-REGISTRY.
088730     MOVE 7 TO SCS-MOVE-STEP-NO
088740     MOVE "SITE" TO SCS-MOVE-REG-TYPE
088750     MOVE SCS-MOVE-DOMAIN TO SCS-MOVE-REG-NAME
088760     MOVE SCS-MOVE-WEB-TAG TO SCS-MOVE-REG-ENGINE
088770     PERFORM REPOINT-REGISTRY-ENTRY
088780     IF SCS-MOVE-DATABASE NOT = SPACES
088790         MOVE "DATABASE" TO SCS-MOVE-REG-TYPE
088800         MOVE SCS-MOVE-DATABASE TO SCS-MOVE-REG-NAME
088810         MOVE SCS-MOVE-DB-TAG TO SCS-MOVE-REG-ENGINE
088820         PERFORM REPOINT-REGISTRY-ENTRY
088830     END-IF
088840     IF SCS-MOVE-USER NOT = SPACES
088850         MOVE "USER" TO SCS-MOVE-REG-TYPE
088860         MOVE SCS-MOVE-USER TO SCS-MOVE-REG-NAME
088870         MOVE SCS-MOVE-DB-TAG TO SCS-MOVE-REG-ENGINE
088880         PERFORM REPOINT-REGISTRY-ENTRY
088890     END-IF
088900     IF SCS-MOVE-HAS-CERT
088910         PERFORM REPOINT-CERT-ENTRIES
088920     END-IF
088930     MOVE SCS-MOVE-DOMAIN TO SCS-SNAP-DOMAIN
088940     MOVE SCS-MOVE-WEB-TAG TO SCS-SNAP-ENGINE
088950     PERFORM POINT-AT-MOVE-TARGET
088960     PERFORM RECORD-CONFIG-SNAPSHOT
088970     PERFORM POINT-AT-MOVE-SOURCE
088980     PERFORM REMOVE-SNAP-ENTRY
088990     IF SCS-MOVE-DATABASE NOT = SPACES
089000         PERFORM REPOINT-MOVE-DUMP
089010         MOVE SPACES TO COMMAND
089020         STRING "sudo rm -f " DELIMITED BY SIZE
089030                SCS-MOVE-DUMP-PATH DELIMITED BY SPACE
089040                INTO COMMAND
089050         PERFORM EXECUTE-SHELL-COMMAND
089060     END-IF
089070     MOVE "OK" TO SCS-COMMAND-OUTCOME
089080     MOVE "registros" TO SCS-MOVE-STEP
089090     PERFORM WRITE-MOVE-AUDIT
089100     PERFORM CHECKPOINT-MOVE-STEP.
089110
089120*****************************************************************
089130* REPOINT-REGISTRY-ENTRY - MOVES ONE PROVREG ENTRY FROM THE SOURCE
089140* HOST TO THE TARGET. THE SERVER IS PART OF THE KEY, SO THE
089150* RECORD IS DELETED AND WRITTEN AGAIN - WITH ITS ORIGINAL CREATED
089160* DATE AND OPERATOR. AN ENTRY ALREADY MOVED IS LEFT ALONE. ITS
089170* OWNERREG ENTRY, AND A USER'S CREDREG ENTRY, MOVE WITH IT.
089180*****************************************************************
089190 REPOINT-REGISTRY-ENTRY.
089200     OPEN I-O PROVISION-REGISTRY-FILE
089210     IF SCS-PROVREG-STATUS NOT = "00"
089220         CONTINUE
089230     ELSE
089240         MOVE SPACES TO PROVISION-REGISTRY-RECORD
089250         MOVE SCS-MOVE-REG-TYPE TO PV-OBJECT-TYPE
089260         MOVE SCS-MOVE-REG-NAME TO PV-OBJECT-NAME
089270         MOVE SCS-MOVE-REG-ENGINE TO PV-ENGINE
089280         MOVE SCS-MOVE-SRC-HOST TO PV-SERVER
089290         READ PROVISION-REGISTRY-FILE
089300             INVALID KEY
089310                 CONTINUE
089320             NOT INVALID KEY
089330                 DELETE PROVISION-REGISTRY-FILE RECORD
089340                 MOVE SCS-MOVE-TGT-HOST TO PV-SERVER
089350                 WRITE PROVISION-REGISTRY-RECORD
089360                     INVALID KEY
089370                         REWRITE PROVISION-REGISTRY-RECORD
089380                 END-WRITE
089390         END-READ
089400         CLOSE PROVISION-REGISTRY-FILE
089410     END-IF
089420     PERFORM REPOINT-OWNER-ENTRY
089430     IF SCS-MOVE-REG-TYPE = "USER"
089440         PERFORM REPOINT-CREDENTIAL-ENTRY
089450     END-IF.
089460
089470*****************************************************************
089480* REPOINT-CERT-ENTRIES - THE SOURCE CERTREG ENTRY OF THE DOMAIN
089490* BECOMES THE TARGET'S, OR SIMPLY GOES WHEN THE REISSUE ALREADY
089500* RECORDED ONE FOR THE TARGET.
089510*****************************************************************
089520 REPOINT-CERT-ENTRIES.
089530     PERFORM LOAD-CERT-TABLE
089540     IF SCS-CERT-FULL
089550         DISPLAY "Registro CERTREG grande demais - entrada de "
089560             SCS-MOVE-DOMAIN(1:30) " nao movida."
089570     ELSE
089580         MOVE "N" TO SCS-MOVE-HIT-SW
089590         PERFORM VARYING SCS-CERT-INDEX FROM 1 BY 1
089600                 UNTIL SCS-CERT-INDEX > SCS-CERT-USED
089610             IF SCS-CERT-TAB-DOMAIN(SCS-CERT-INDEX)
089620                     = SCS-MOVE-DOMAIN
089630                     AND SCS-CERT-TAB-SERVER(SCS-CERT-INDEX)
089640                         = SCS-MOVE-TGT-HOST
089650                 MOVE "Y" TO SCS-MOVE-HIT-SW
089660             END-IF
089670         END-PERFORM
089680         MOVE ZERO TO SCS-MOVE-KEEP
089690         PERFORM KEEP-CERT-ENTRY
089700             VARYING SCS-CERT-INDEX FROM 1 BY 1
089710             UNTIL SCS-CERT-INDEX > SCS-CERT-USED
089720         MOVE SCS-MOVE-KEEP TO SCS-CERT-USED
089730         PERFORM REWRITE-CERT-REGISTRY
089740     END-IF.
089750
089760*****************************************************************
089770* KEEP-CERT-ENTRY - ONE CERTREG ENTRY, RE-POINTED OR DROPPED.
089780*****************************************************************
089790 KEEP-CERT-ENTRY.
089800     IF SCS-CERT-TAB-DOMAIN(SCS-CERT-INDEX) = SCS-MOVE-DOMAIN
089810             AND SCS-CERT-TAB-SERVER(SCS-CERT-INDEX)
089820                 = SCS-MOVE-SRC-HOST
089830         IF SCS-MOVE-HIT
089840             CONTINUE
089850         ELSE
089860             MOVE SCS-MOVE-TGT-HOST
089870                 TO SCS-CERT-TAB-SERVER(SCS-CERT-INDEX)
089880             ADD 1 TO SCS-MOVE-KEEP
089890             MOVE SCS-CERT-ENTRY(SCS-CERT-INDEX)
089900                 TO SCS-CERT-ENTRY(SCS-MOVE-KEEP)
089910         END-IF
089920     ELSE
089930         ADD 1 TO SCS-MOVE-KEEP
089940         MOVE SCS-CERT-ENTRY(SCS-CERT-INDEX)
089950             TO SCS-CERT-ENTRY(SCS-MOVE-KEEP)
089960     END-IF.
089970
089980*****************************************************************
089990* REPOINT-MOVE-DUMP - THE CATALOG ENTRY OF THE MIGRATION DUMP NOW
090000* NAMES THE TARGET, WHERE THE COPY STEP PUT THE FILE.
090010*****************************************************************
090020 REPOINT-MOVE-DUMP.
090030     OPEN I-O BACKUP-CATALOG-FILE
090040     IF SCS-BACKUPCAT-STATUS NOT = "00"
090050         CONTINUE
090060     ELSE
090070         MOVE SPACES TO BACKUP-CATALOG-RECORD
090080         MOVE SCS-MOVE-DATABASE TO BC-DATABASE
090090         MOVE SCS-MOVE-DUMP-STAMP TO BC-TIMESTAMP
090100         READ BACKUP-CATALOG-FILE
090110             INVALID KEY
090120                 CONTINUE
090130             NOT INVALID KEY
090140                 MOVE SCS-MOVE-TGT-HOST TO BC-SERVER
090150                 REWRITE BACKUP-CATALOG-RECORD
090160         END-READ
090170         CLOSE BACKUP-CATALOG-FILE
090180     END-IF.
090190
090200*****************************************************************
090210* BUILD-MOVE-CONF-PATH - THE CONF FILE OF THE SITE BEING MOVED,
090220* THE SAME PATH ON EITHER BOX. AN APACHE SITE WITH A CERTIFICATE
090230* ALSO HAS THE -le-ssl.conf CERTBOT WROTE, IN SCS-MOVE-SSL-CONF.
090240*****************************************************************
090250 BUILD-MOVE-CONF-PATH.
090260     MOVE SPACES TO SCS-VHOST-CONF-PATH
090270     MOVE SPACES TO SCS-MOVE-SSL-CONF
090280     IF SCS-WEB-APACHE
090290         STRING "/etc/apache2/sites-available/" DELIMITED BY SIZE
090300                SCS-MOVE-DOMAIN DELIMITED BY SPACE
090310                ".conf" DELIMITED BY SIZE
090320                INTO SCS-VHOST-CONF-PATH
090330         IF SCS-MOVE-HAS-CERT
090340             STRING "/etc/apache2/sites-available/"
090350                    DELIMITED BY SIZE
090360                    SCS-MOVE-DOMAIN DELIMITED BY SPACE
090370                    "-le-ssl.conf" DELIMITED BY SIZE
090380                    INTO SCS-MOVE-SSL-CONF
090390         END-IF
090400     ELSE
090410         STRING "/etc/nginx/sites-available/" DELIMITED BY SIZE
090420                SCS-MOVE-DOMAIN DELIMITED BY SPACE
090430                INTO SCS-VHOST-CONF-PATH
090440     END-IF.
090450
090460*****************************************************************
090470* POINT-AT-MOVE-SOURCE / POINT-AT-MOVE-TARGET - AIM THE SHELL AT
090480* ONE END OF THE MOVE FOR THE NEXT COMMANDS.
090490*****************************************************************
090500 POINT-AT-MOVE-SOURCE.
090510     MOVE SCS-MOVE-SRC-HOST TO SCS-TARGET-HOST
090520     MOVE "Y" TO SCS-TARGET-HOST-SW.
090530
090540 POINT-AT-MOVE-TARGET.
090550     MOVE SCS-MOVE-TGT-HOST TO SCS-TARGET-HOST
090560     MOVE "Y" TO SCS-TARGET-HOST-SW.
090570
090580*****************************************************************
090590* AUDIT-MOVE-ACTION - AUDITS THE SHELL CALL JUST MADE UNDER THE
090600* STEP NAME IN SCS-MOVE-STEP; A FAILURE STOPS THE MOVE THERE.
090610*****************************************************************
090620 AUDIT-MOVE-ACTION.
090630     IF RETURN-CODE NOT = ZERO
090640         MOVE "Y" TO SCS-MOVE-FAILED-SW
090650     END-IF
090660     PERFORM SET-OUTCOME-FROM-RC
090670     PERFORM WRITE-MOVE-AUDIT.
090680
090690*****************************************************************
090700* WRITE-MOVE-AUDIT - ONE AUDIT RECORD "move <DOMAIN>: <STEP>"
090710* WITH THE OUTCOME ALREADY IN SCS-COMMAND-OUTCOME.
090720*****************************************************************
090730 WRITE-MOVE-AUDIT.
090740     MOVE SPACES TO SCS-TYPED-COMMAND
090750     STRING "move " DELIMITED BY SIZE
090760            SCS-MOVE-DOMAIN DELIMITED BY SPACE
090770            ": " DELIMITED BY SIZE
090780            SCS-MOVE-STEP DELIMITED BY SIZE
090790            INTO SCS-TYPED-COMMAND
090800     PERFORM WRITE-AUDIT-RECORD.
090810
090820*****************************************************************
090830* CHECKPOINT-MOVE-STEP - A STEP THAT FINISHED CLEAN IS WRITTEN TO
090840* MOVESTATE BEFORE THE NEXT ONE STARTS.
090850*****************************************************************
090860 CHECKPOINT-MOVE-STEP.
090870     IF SCS-MOVE-CLEAN
090880         MOVE SCS-MOVE-STEP-NO TO SCS-MOVE-LAST-STEP
090890         PERFORM SAVE-MOVE-STATE
090900     END-IF.
090910
090920*****************************************************************
090930* PREFLIGHT-WEB-RELOAD - TESTS THE WEB SERVER CONFIG (APACHECTL
090940* CONFIGTEST OR NGINX -T) AND RELOADS ONLY WHEN IT PASSES. A
090950* FAILED TEST REFUSES THE RELOAD, UNDOES THE CHANGE THE WAY
090960* SCS-REVERT-MODE SAYS AND LEAVES RETURN-CODE 1, SO THE CALLER'S
090970* STEP AUDIT COMES OUT REVERTIDO. THE TEST OUTPUT IS IN JOBLOG.
090980*****************************************************************
090990 PREFLIGHT-WEB-RELOAD.
091000     MOVE "N" TO SCS-RELOAD-REFUSED-SW
091010     MOVE "N" TO SCS-REVERT-AUDIT-SW
091020     MOVE SPACES TO COMMAND
091030     IF SCS-WEB-APACHE
091040         MOVE "sudo apachectl configtest" TO COMMAND
091050     ELSE
091060         MOVE "sudo nginx -t" TO COMMAND
091070     END-IF
091080     PERFORM EXECUTE-SHELL-COMMAND
091090     IF RETURN-CODE = ZERO
091100         IF SCS-WEB-APACHE
091110             MOVE "sudo systemctl reload apache2" TO COMMAND
091120         ELSE
091130             MOVE "sudo systemctl reload nginx" TO COMMAND
091140         END-IF
091150         PERFORM EXECUTE-SHELL-COMMAND
091160     ELSE
091170         MOVE "Y" TO SCS-RELOAD-REFUSED-SW
091180         DISPLAY "Teste de configuracao falhou - reload recusado"
091190             " (saida no JOBLOG)."
091200         IF NOT SCS-REVERT-NONE
091210             PERFORM REVERT-WEB-CHANGE
091220             MOVE "Y" TO SCS-REVERT-AUDIT-SW
091230         END-IF
091240         MOVE 1 TO RETURN-CODE
091250     END-IF
091260     MOVE "D" TO SCS-REVERT-MODE
091270     MOVE "N" TO SCS-REVERT-SSL-SW.
091280
091290*****************************************************************
091300* REVERT-WEB-CHANGE - PUTS THE SITE BACK THE WAY IT WAS BEFORE
091310* THE CHANGE THE CONFIG TEST REJECTED: THE ARCHIVED CONF COPIED
091320* BACK ("C"), THE SITE RE-ENABLED ("E") OR THE SITE DISABLED
091330* ("D"). THE RUNNING SERVER NEVER LOADED THE CHANGE, SO NO
091340* RELOAD FOLLOWS. SCS-REVERT-SSL-TOO RE-ENABLES AN APACHE SITE'S
091350* -le-ssl.conf ALONG WITH ITS CONF. A "C" WITH NO ARCHIVED CONF
091360* HAS NOTHING TO COPY BACK AND LEAVES THE SITE ENABLED - IT IS
091370* NEVER TAKEN OUT OF SERVICE FOR IT.
091380*****************************************************************
091390 REVERT-WEB-CHANGE.
091400     MOVE SPACES TO COMMAND
091410     EVALUATE TRUE
091420         WHEN SCS-REVERT-RESTORE AND SCS-CONF-ARCHIVED
091430             STRING "sudo cp " DELIMITED BY SIZE
091440                    SCS-BACKUP-PATH DELIMITED BY SPACE
091450                    " " DELIMITED BY SIZE
091460                    SCS-VHOST-CONF-PATH DELIMITED BY SPACE
091470                    INTO COMMAND
091480         WHEN SCS-REVERT-RESTORE
091490             DISPLAY "Conf anterior de " SCS-DOMAIN-NAME
091500                 " nao arquivada - nada restaurado, site ativo."
091510         WHEN SCS-REVERT-ENABLE AND SCS-WEB-APACHE
091520                 AND SCS-REVERT-SSL-TOO
091530             STRING "sudo a2ensite " DELIMITED BY SIZE
091540                    SCS-DOMAIN-NAME DELIMITED BY SPACE
091550                    ".conf " DELIMITED BY SIZE
091560                    SCS-DOMAIN-NAME DELIMITED BY SPACE
091570                    "-le-ssl.conf" DELIMITED BY SIZE INTO COMMAND
091580         WHEN SCS-REVERT-ENABLE AND SCS-WEB-APACHE
091590             STRING "sudo a2ensite " DELIMITED BY SIZE
091600                    SCS-DOMAIN-NAME DELIMITED BY SPACE
091610                    ".conf" DELIMITED BY SIZE INTO COMMAND
091620         WHEN SCS-REVERT-ENABLE
091630             STRING "sudo ln -sf " DELIMITED BY SIZE
091640                    SCS-VHOST-CONF-PATH DELIMITED BY SPACE
091650                    " /etc/nginx/sites-enabled/" DELIMITED BY SIZE
091660                    SCS-DOMAIN-NAME DELIMITED BY SPACE
091670                    INTO COMMAND
091680         WHEN SCS-WEB-APACHE
091690             STRING "sudo a2dissite " DELIMITED BY SIZE
091700                    SCS-DOMAIN-NAME DELIMITED BY SPACE
091710                    ".conf" DELIMITED BY SIZE INTO COMMAND
091720         WHEN OTHER
091730             STRING "sudo rm -f /etc/nginx/sites-enabled/"
091740                    DELIMITED BY SIZE
091750                    SCS-DOMAIN-NAME DELIMITED BY SPACE
091760                    INTO COMMAND
091770     END-EVALUATE
091780     IF COMMAND NOT = SPACES
091790         PERFORM EXECUTE-SHELL-COMMAND
091800         DISPLAY "Alteracao desfeita para " SCS-DOMAIN-NAME "."
091810     END-IF.
091820
091830*****************************************************************
091840* SET-CONF-SERVER - THE SERVER A CONF VERSION BELONGS TO: THE
091850* SELECTED HOST, OR "local".
091860*****************************************************************
091870 SET-CONF-SERVER.
091880     IF SCS-HOST-SELECTED
091890         MOVE SCS-TARGET-HOST TO SCS-CONF-SERVER
091900     ELSE
091910         MOVE "local" TO SCS-CONF-SERVER
091920     END-IF.
091930
091940*****************************************************************
091950* FIND-NEXT-CONF-VERSION - ONE PAST THE HIGHEST VERSION CONFHIST
091960* HOLDS FOR SCS-VHOST-CONF-PATH ON THIS SERVER.
091970*****************************************************************
091980 FIND-NEXT-CONF-VERSION.
091990     PERFORM SET-CONF-SERVER
092000     MOVE ZERO TO SCS-CONF-VERSION
092010     OPEN INPUT CONF-HISTORY-FILE
092020     IF SCS-CONFHIST-STATUS = "00"
092030         MOVE "N" TO SCS-CONFHIST-EOF-SW
092040         PERFORM SCAN-CONF-VERSION UNTIL SCS-CONFHIST-EOF
092050         CLOSE CONF-HISTORY-FILE
092060     END-IF
092070     ADD 1 TO SCS-CONF-VERSION.
092080
092090*****************************************************************
092100* SCAN-CONF-VERSION - READS ONE CONFHIST LINE, KEEPING THE
092110* HIGHEST VERSION SEEN FOR THIS SERVER AND CONF.
092120*****************************************************************
092130 SCAN-CONF-VERSION.
092140     READ CONF-HISTORY-FILE
092150         AT END
092160             MOVE "Y" TO SCS-CONFHIST-EOF-SW
092170         NOT AT END
092180             IF CH-SERVER = SCS-CONF-SERVER
092190                     AND CH-CONF-PATH = SCS-VHOST-CONF-PATH
092200                     AND CH-VERSION > SCS-CONF-VERSION
092210                 MOVE CH-VERSION TO SCS-CONF-VERSION
092220             END-IF
092230     END-READ.
092240
092250*****************************************************************
092260* WRITE-CONF-HISTORY - APPENDS THE CONFHIST LINE FOR THE COPY
092270* BACKUP-VHOST-CONF-IF-EXISTS JUST TOOK, CREATING THE FILE ON
092280* FIRST USE.
092290*****************************************************************
092300 WRITE-CONF-HISTORY.
092310     ACCEPT SCS-BACKUP-DATE FROM DATE YYYYMMDD
092320     ACCEPT SCS-CONF-TIME FROM TIME
092330     OPEN EXTEND CONF-HISTORY-FILE
092340     IF SCS-CONFHIST-STATUS = "35"
092350         OPEN OUTPUT CONF-HISTORY-FILE
092360         CLOSE CONF-HISTORY-FILE
092370         OPEN EXTEND CONF-HISTORY-FILE
092380     END-IF
092390     MOVE SPACES TO CONF-HISTORY-RECORD
092400     MOVE SCS-CONF-SERVER TO CH-SERVER
092410     MOVE SCS-VHOST-CONF-PATH TO CH-CONF-PATH
092420     MOVE SCS-CONF-VERSION TO CH-VERSION
092430     MOVE SCS-BACKUP-PATH TO CH-ARCHIVE-PATH
092440     STRING SCS-BACKUP-DATE DELIMITED BY SIZE
092450            "-" DELIMITED BY SIZE
092460            SCS-CONF-TIME(1:6) DELIMITED BY SIZE
092470            INTO CH-TAKEN
092480     MOVE SCS-OPERATOR-ID TO CH-OPERATOR
092490     MOVE SCS-TYPED-COMMAND TO CH-REASON
092500     WRITE CONF-HISTORY-RECORD
092510     CLOSE CONF-HISTORY-FILE.
092520
092530*****************************************************************
092540* PROMPT-CONF-SITE - ASKS FOR THE SITE AND ITS WEB SERVER AND
092550* BUILDS THE CONF PATH THE VERSION COMMANDS WORK ON.
092560*****************************************************************
092570 PROMPT-CONF-SITE.
092580     MOVE "Digite o nome de dominio do site: " TO SCS-PROMPT-TEXT
092590     MOVE "N" TO SCS-VALID-INPUT-SW
092600     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
092610     MOVE SCS-PROMPT-VALUE TO SCS-DOMAIN-NAME
092620     MOVE SPACE TO SCS-WEB-ENGINE-CHOICE
092630     PERFORM PROMPT-WEB-ENGINE
092640         UNTIL SCS-WEB-APACHE OR SCS-WEB-NGINX
092650     MOVE SPACES TO SCS-VHOST-CONF-PATH
092660     IF SCS-WEB-APACHE
092670         STRING "/etc/apache2/sites-available/" DELIMITED BY SIZE
092680                SCS-DOMAIN-NAME DELIMITED BY SPACE
092690                ".conf" DELIMITED BY SIZE
092700                INTO SCS-VHOST-CONF-PATH
092710         MOVE "APACHE" TO SCS-CONF-WEB-TAG
092720     ELSE
092730         STRING "/etc/nginx/sites-available/" DELIMITED BY SIZE
092740                SCS-DOMAIN-NAME DELIMITED BY SPACE
092750                INTO SCS-VHOST-CONF-PATH
092760         MOVE "NGINX" TO SCS-CONF-WEB-TAG
092770     END-IF
092780     PERFORM SET-CONF-SERVER.
092790
092800*****************************************************************
092810* LIST-CONF-VERSIONS - "LIST CONFIG VERSIONS": EVERY ARCHIVED
092820* VERSION OF ONE SITE CONF ON THE CURRENT SERVER.
092830*****************************************************************
092840 LIST-CONF-VERSIONS.
092850     PERFORM PROMPT-CONF-SITE
092860     MOVE ZERO TO SCS-CONF-LISTED
092870     OPEN INPUT CONF-HISTORY-FILE
092880     IF SCS-CONFHIST-STATUS = "00"
092890         DISPLAY "Ver Arquivada em      Operador   Motivo"
092900         MOVE "N" TO SCS-CONFHIST-EOF-SW
092910         PERFORM LIST-NEXT-CONF-VERSION UNTIL SCS-CONFHIST-EOF
092920         CLOSE CONF-HISTORY-FILE
092930     END-IF
092940     IF SCS-CONF-LISTED = ZERO
092950         DISPLAY "Nenhuma versao arquivada de "
092960             SCS-VHOST-CONF-PATH
092970     END-IF.
092980
092990*****************************************************************
093000* LIST-NEXT-CONF-VERSION - READS ONE CONFHIST LINE AND SHOWS IT
093010* WHEN IT BELONGS TO THE CHOSEN CONF.
093020*****************************************************************
093030 LIST-NEXT-CONF-VERSION.
093040     READ CONF-HISTORY-FILE
093050         AT END
093060             MOVE "Y" TO SCS-CONFHIST-EOF-SW
093070         NOT AT END
093080             IF CH-SERVER = SCS-CONF-SERVER
093090                     AND CH-CONF-PATH = SCS-VHOST-CONF-PATH
093100                 ADD 1 TO SCS-CONF-LISTED
093110                 DISPLAY CH-VERSION " " CH-TAKEN " " CH-OPERATOR
093120                     " " CH-REASON(1:40)
093130             END-IF
093140     END-READ.
093150
093160*****************************************************************
093170* RESTORE-CONF-VERSION - "RESTORE CONFIG VERSION" (SUPERVISOR):
093180* SHOWS THE SITE'S VERSIONS AND PUTS THE CHOSEN ONE BACK.
093190*****************************************************************
093200 RESTORE-CONF-VERSION.
093210     MOVE "ERRO" TO SCS-COMMAND-OUTCOME
093220     PERFORM LIST-CONF-VERSIONS
093230     IF SCS-CONF-LISTED > ZERO
093240         DISPLAY "Numero da versao a restaurar: "
093250         ACCEPT SCS-NUMBER-TEXT
093260         PERFORM CONVERT-NUMBER-TEXT
093270         MOVE SCS-NUMBER-VALUE TO SCS-CONF-PICK
093280         PERFORM FIND-CONF-VERSION
093290         IF SCS-CONF-FOUND
093300             PERFORM RESTORE-CONF-PICKED
093310         ELSE
093320             DISPLAY "Versao nao encontrada para "
093330                 SCS-VHOST-CONF-PATH
093340         END-IF
093350     END-IF.
093360
093370*****************************************************************
093380* FIND-CONF-VERSION - LOOKS UP VERSION SCS-CONF-PICK OF THE
093390* CHOSEN CONF AND LEAVES ITS COPY IN SCS-CONF-PICK-PATH.
093400*****************************************************************
093410 FIND-CONF-VERSION.
093420     MOVE "N" TO SCS-CONF-FOUND-SW
093430     MOVE SPACES TO SCS-CONF-PICK-PATH
093440     OPEN INPUT CONF-HISTORY-FILE
093450     IF SCS-CONFHIST-STATUS = "00"
093460         MOVE "N" TO SCS-CONFHIST-EOF-SW
093470         PERFORM MATCH-CONF-VERSION
093480             UNTIL SCS-CONFHIST-EOF OR SCS-CONF-FOUND
093490         CLOSE CONF-HISTORY-FILE
093500     END-IF.
093510
093520*****************************************************************
093530* MATCH-CONF-VERSION - READS ONE CONFHIST LINE LOOKING FOR THE
093540* CHOSEN VERSION.
093550*****************************************************************
093560 MATCH-CONF-VERSION.
093570     READ CONF-HISTORY-FILE
093580         AT END
093590             MOVE "Y" TO SCS-CONFHIST-EOF-SW
093600         NOT AT END
093610             IF CH-SERVER = SCS-CONF-SERVER
093620                     AND CH-CONF-PATH = SCS-VHOST-CONF-PATH
093630                     AND CH-VERSION = SCS-CONF-PICK
093640                 MOVE "Y" TO SCS-CONF-FOUND-SW
093650                 MOVE CH-ARCHIVE-PATH TO SCS-CONF-PICK-PATH
093660             END-IF
093670     END-READ.
093680
093690*****************************************************************
093700* RESTORE-CONF-PICKED - ARCHIVES THE CURRENT CONF AS A VERSION
093710* OF ITS OWN, COPIES THE CHOSEN ONE OVER IT AND RELOADS THROUGH
093720* THE CONFIG TEST. A FAILED TEST PUTS THE CURRENT CONF BACK, SO
093730* NOTHING IS COPIED OVER A CONF THAT COULD NOT BE ARCHIVED.
093740*****************************************************************
093750 RESTORE-CONF-PICKED.
093760     PERFORM BACKUP-VHOST-CONF-IF-EXISTS
093770     IF NOT SCS-CONF-ARCHIVED
093780         DISPLAY "Conf atual de " SCS-DOMAIN-NAME
093790             " nao pode ser arquivada - restauracao recusada."
093800         MOVE 1 TO RETURN-CODE
093810     ELSE
093820         MOVE SPACES TO COMMAND
093830         STRING "sudo cp " DELIMITED BY SIZE
093840                SCS-CONF-PICK-PATH DELIMITED BY SPACE
093850                " " DELIMITED BY SIZE
093860                SCS-VHOST-CONF-PATH DELIMITED BY SPACE
093870                INTO COMMAND
093880         PERFORM EXECUTE-SHELL-COMMAND
093890         IF RETURN-CODE = ZERO
093900             MOVE "C" TO SCS-REVERT-MODE
093910             PERFORM PREFLIGHT-WEB-RELOAD
093920         END-IF
093930     END-IF
093940     PERFORM SET-OUTCOME-FROM-RC
093950     IF SCS-COMMAND-OUTCOME = "OK"
093960         MOVE SCS-DOMAIN-NAME TO SCS-SNAP-DOMAIN
093970         MOVE SCS-CONF-WEB-TAG TO SCS-SNAP-ENGINE
093980         PERFORM RECORD-CONFIG-SNAPSHOT
093990         MOVE SCS-CONF-PICK TO SCS-CONF-VERSION-DISP
094000         DISPLAY "Versao " SCS-CONF-VERSION-DISP " de "
094010             SCS-DOMAIN-NAME " restaurada."
094020     END-IF.
094030
094040*****************************************************************
094050* SET-CRED-SERVER - THE SERVER A DATABASE ACCOUNT LIVES ON: THE
094060* SELECTED HOST, OR "local".
094070*****************************************************************
094080 SET-CRED-SERVER.
094090     IF SCS-HOST-SELECTED
094100         MOVE SCS-TARGET-HOST TO SCS-CRED-SERVER
094110     ELSE
094120         MOVE "local" TO SCS-CRED-SERVER
094130     END-IF.
094140
094150*****************************************************************
094160* SET-CRED-PRIVILEGE - THE CREDREG PRIVILEGE LEVEL OF THE 1/2/3
094170* MENU CHOICE, DEFAULTING TO READ-ONLY THE WAY THE GRANT DOES.
094180*****************************************************************
094190 SET-CRED-PRIVILEGE.
094200     EVALUATE TRUE
094210         WHEN SCS-PRIVILEGE-READ-WRITE
094220             MOVE "ESCRITA" TO SCS-CRED-PRIVILEGE
094230         WHEN SCS-PRIVILEGE-ADMIN
094240             MOVE "ADMIN" TO SCS-CRED-PRIVILEGE
094250         WHEN OTHER
094260             MOVE "LEITURA" TO SCS-CRED-PRIVILEGE
094270     END-EVALUATE.
094280
094290*****************************************************************
094300* SET-CRED-KEY - LOADS THE CREDREG KEY FROM SCS-CRED-ENGINE,
094310* SCS-CRED-SERVER AND SCS-CRED-USER.
094320*****************************************************************
094330 SET-CRED-KEY.
094340     MOVE SPACES TO CREDENTIAL-REGISTRY-RECORD
094350     MOVE SCS-CRED-ENGINE TO DC-ENGINE
094360     MOVE SCS-CRED-SERVER TO DC-SERVER
094370     MOVE SCS-CRED-USER TO DC-USER.
094380
094390*****************************************************************
094400* OPEN-CREDENTIAL-REGISTRY - OPENS CREDREG FOR UPDATE, CREATING
094410* THE FILE THE FIRST TIME AN ACCOUNT IS REGISTERED.
094420*****************************************************************
094430 OPEN-CREDENTIAL-REGISTRY.
094440     OPEN I-O CREDENTIAL-REGISTRY-FILE
094450     IF SCS-CREDREG-STATUS = "35"
094460         OPEN OUTPUT CREDENTIAL-REGISTRY-FILE
094470         CLOSE CREDENTIAL-REGISTRY-FILE
094480         OPEN I-O CREDENTIAL-REGISTRY-FILE
094490     END-IF.
094500
094510*****************************************************************
094520* WRITE-CREDENTIAL-RECORD - REGISTERS THE ACCOUNT JUST CREATED
094530* FROM THE SCS-CRED- FIELDS. ITS PASSWORD WAS SET TODAY, SO THE
094540* ROTATED DATE STARTS AS THE CREATED DATE. CREATING AN ACCOUNT
094550* THAT IS ALREADY REGISTERED REFRESHES ITS RECORD.
094560*****************************************************************
094570 WRITE-CREDENTIAL-RECORD.
094580     PERFORM SET-CRED-SERVER
094590     PERFORM OPEN-CREDENTIAL-REGISTRY
094600     PERFORM SET-CRED-KEY
094610     MOVE SCS-CRED-DATABASE TO DC-DATABASE
094620     MOVE SCS-CRED-PRIVILEGE TO DC-PRIVILEGE
094630     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
094640     MOVE SCS-AUDIT-DATE TO DC-CREATED-DATE
094650     MOVE SCS-AUDIT-DATE TO DC-ROTATED-DATE
094660     MOVE SCS-OPERATOR-ID TO DC-CREATED-BY
094670     WRITE CREDENTIAL-REGISTRY-RECORD
094680         INVALID KEY
094690             REWRITE CREDENTIAL-REGISTRY-RECORD
094700     END-WRITE
094710     CLOSE CREDENTIAL-REGISTRY-FILE.
094720
094730*****************************************************************
094740* PURGE-CREDENTIAL-ENTRY - DROPS THE CREDREG ENTRY OF THE USER
094750* PURGE-REGISTRY-ENTRY HAS JUST TAKEN OUT OF PROVREG.
094760*****************************************************************
094770 PURGE-CREDENTIAL-ENTRY.
094780     OPEN I-O CREDENTIAL-REGISTRY-FILE
094790     IF SCS-CREDREG-STATUS = "00"
094800         MOVE SPACES TO CREDENTIAL-REGISTRY-RECORD
094810         MOVE SCS-PURGE-ENGINE TO DC-ENGINE
094820         MOVE SCS-PURGE-SERVER TO DC-SERVER
094830         MOVE SCS-PURGE-NAME TO DC-USER
094840         DELETE CREDENTIAL-REGISTRY-FILE RECORD
094850             INVALID KEY
094860                 CONTINUE
094870         END-DELETE
094880         CLOSE CREDENTIAL-REGISTRY-FILE
094890     END-IF.
094900
094910*****************************************************************
094920* REPOINT-CREDENTIAL-ENTRY - MOVES THE MOVED USER'S CREDREG ENTRY
094930* FROM THE SOURCE HOST TO THE TARGET, KEEPING ITS DATES.
094940*****************************************************************
094950 REPOINT-CREDENTIAL-ENTRY.
094960     OPEN I-O CREDENTIAL-REGISTRY-FILE
094970     IF SCS-CREDREG-STATUS = "00"
094980         MOVE SPACES TO CREDENTIAL-REGISTRY-RECORD
094990         MOVE SCS-MOVE-REG-ENGINE TO DC-ENGINE
095000         MOVE SCS-MOVE-SRC-HOST TO DC-SERVER
095010         MOVE SCS-MOVE-REG-NAME TO DC-USER
095020         READ CREDENTIAL-REGISTRY-FILE
095030             INVALID KEY
095040                 CONTINUE
095050             NOT INVALID KEY
095060                 DELETE CREDENTIAL-REGISTRY-FILE RECORD
095070                 MOVE SCS-MOVE-TGT-HOST TO DC-SERVER
095080                 WRITE CREDENTIAL-REGISTRY-RECORD
095090                     INVALID KEY
095100                         REWRITE CREDENTIAL-REGISTRY-RECORD
095110                 END-WRITE
095120         END-READ
095130         CLOSE CREDENTIAL-REGISTRY-FILE
095140     END-IF.
095150
095160*****************************************************************
095170* READ-CREDENTIAL-RECORD - LOOKS UP SCS-CRED-ENGINE/USER ON THE
095180* CURRENT SERVER, LEAVING ITS GRANTED DATABASE IN
095190* SCS-CRED-DATABASE WHEN FOUND.
095200*****************************************************************
095210 READ-CREDENTIAL-RECORD.
095220     MOVE "N" TO SCS-CRED-FOUND-SW
095230     MOVE SPACES TO SCS-CRED-DATABASE
095240     PERFORM SET-CRED-SERVER
095250     OPEN INPUT CREDENTIAL-REGISTRY-FILE
095260     IF SCS-CREDREG-STATUS = "00"
095270         PERFORM SET-CRED-KEY
095280         READ CREDENTIAL-REGISTRY-FILE
095290             INVALID KEY
095300                 CONTINUE
095310             NOT INVALID KEY
095320                 MOVE "Y" TO SCS-CRED-FOUND-SW
095330                 MOVE DC-DATABASE TO SCS-CRED-DATABASE
095340         END-READ
095350         CLOSE CREDENTIAL-REGISTRY-FILE
095360     END-IF.
095370
095380*****************************************************************
095390* WRITE-PASSWORD-HANDOFF - PUTS THE PASSWORD IN SCS-USER-PASSWORD
095400* IN A ONE-TIME HANDOFF FILE FOR THE SITE OWNER,
095410* PWDHANDOFF/<ENGINE>.<USER>.<SERVER>, REPLACING ANY EARLIER ONE.
095420* THE WORK FILE IS CREATED OWNER-ONLY BEFORE THE PASSWORD GOES
095430* IN AND THE DIRECTORY IS OWNER-ONLY TOO. CALLS SYSTEM DIRECTLY
095440* SO NOTHING REACHES THE JOB LOG. SCS-HANDOFF-OK SAYS IT WORKED.
095450*****************************************************************
095460 WRITE-PASSWORD-HANDOFF.
095470     MOVE "N" TO SCS-HANDOFF-OK-SW
095480     PERFORM SET-CRED-SERVER
095490     MOVE SPACES TO SCS-HANDOFF-NAME
095500     STRING "PWDHANDOFF/" DELIMITED BY SIZE
095510            SCS-CRED-ENGINE DELIMITED BY SPACE
095520            "." DELIMITED BY SIZE
095530            SCS-CRED-USER DELIMITED BY SPACE
095540            "." DELIMITED BY SIZE
095550            SCS-CRED-SERVER DELIMITED BY SPACE
095560            INTO SCS-HANDOFF-NAME
095570     MOVE "rm -f PWDHAND ; umask 077 ; : > PWDHAND"
095580         TO SCS-HANDOFF-COMMAND
095590     CALL "SYSTEM" USING SCS-HANDOFF-COMMAND
095600     OPEN OUTPUT PASSWORD-HANDOFF-FILE
095610     IF SCS-PWDHAND-STATUS = "00"
095620         PERFORM WRITE-HANDOFF-LINES
095630         CLOSE PASSWORD-HANDOFF-FILE
095640         MOVE SPACES TO SCS-HANDOFF-COMMAND
095650         STRING "umask 077 ; mkdir -p PWDHANDOFF && "
095660                    DELIMITED BY SIZE
095670                "chmod 700 PWDHANDOFF && mv -f PWDHAND "
095680                    DELIMITED BY SIZE
095690                SCS-HANDOFF-NAME DELIMITED BY SPACE
095700                INTO SCS-HANDOFF-COMMAND
095710         CALL "SYSTEM" USING SCS-HANDOFF-COMMAND
095720         IF RETURN-CODE = ZERO
095730             MOVE "Y" TO SCS-HANDOFF-OK-SW
095740         END-IF
095750     END-IF
095760     MOVE "rm -f PWDHAND" TO SCS-HANDOFF-COMMAND
095770     CALL "SYSTEM" USING SCS-HANDOFF-COMMAND.
095780
095790*****************************************************************
095800* WRITE-HANDOFF-LINES - THE CONTENTS OF ONE HANDOFF FILE.
095810*****************************************************************
095820 WRITE-HANDOFF-LINES.
095830     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
095840     MOVE SPACES TO PASSWORD-HANDOFF-RECORD
095850     STRING "Conta: " DELIMITED BY SIZE
095860            SCS-CRED-USER DELIMITED BY SPACE
095870            " (" DELIMITED BY SIZE
095880            SCS-CRED-ENGINE DELIMITED BY SPACE
095890            ")" DELIMITED BY SIZE
095900            INTO PASSWORD-HANDOFF-RECORD
095910     WRITE PASSWORD-HANDOFF-RECORD
095920     MOVE SPACES TO PASSWORD-HANDOFF-RECORD
095930     STRING "Servidor: " DELIMITED BY SIZE
095940            SCS-CRED-SERVER DELIMITED BY SPACE
095950            INTO PASSWORD-HANDOFF-RECORD
095960     WRITE PASSWORD-HANDOFF-RECORD
095970     MOVE SPACES TO PASSWORD-HANDOFF-RECORD
095980     STRING "Banco: " DELIMITED BY SIZE
095990            SCS-CRED-DATABASE DELIMITED BY SPACE
096000            INTO PASSWORD-HANDOFF-RECORD
096010     WRITE PASSWORD-HANDOFF-RECORD
096020     MOVE SPACES TO PASSWORD-HANDOFF-RECORD
096030     STRING "Senha: " DELIMITED BY SIZE
096040            SCS-USER-PASSWORD DELIMITED BY SPACE
096050            INTO PASSWORD-HANDOFF-RECORD
096060     WRITE PASSWORD-HANDOFF-RECORD
096070     MOVE SPACES TO PASSWORD-HANDOFF-RECORD
096080     STRING "Definida em " DELIMITED BY SIZE
096090            SCS-AUDIT-DATE DELIMITED BY SIZE
096100            " por " DELIMITED BY SIZE
096110            SCS-OPERATOR-ID DELIMITED BY SPACE
096120            INTO PASSWORD-HANDOFF-RECORD
096130     WRITE PASSWORD-HANDOFF-RECORD
096140     MOVE "Guarde a senha e apague este arquivo."
096150         TO PASSWORD-HANDOFF-RECORD
096160     WRITE PASSWORD-HANDOFF-RECORD.
096170
096180*****************************************************************
096190* REMOVE-PASSWORD-HANDOFF - TAKES BACK THE HANDOFF FILE OF A
096200* PASSWORD THAT NEVER TOOK EFFECT. RETURN-CODE IS PUT BACK SO
096210* THE CALLER'S STEP AUDIT STILL SEES THE FAILURE.
096220*****************************************************************
096230 REMOVE-PASSWORD-HANDOFF.
096240     MOVE RETURN-CODE TO SCS-HANDOFF-SAVED-RC
096250     MOVE SPACES TO SCS-HANDOFF-COMMAND
096260     STRING "rm -f " DELIMITED BY SIZE
096270            SCS-HANDOFF-NAME DELIMITED BY SPACE
096280            INTO SCS-HANDOFF-COMMAND
096290     CALL "SYSTEM" USING SCS-HANDOFF-COMMAND
096300     MOVE SCS-HANDOFF-SAVED-RC TO RETURN-CODE.
096310
096320*****************************************************************
096330* ROTATE-DB-PASSWORD - "ROTATE DB PASSWORD": DRAWS A NEW PASSWORD
096340* FOR ONE MYSQL OR POSTGRESQL ACCOUNT ON THE CURRENT SERVER,
096350* HANDS IT OVER IN A PWDHANDOFF FILE AND APPLIES IT WITH ALTER
096360* USER. AN ACCOUNT CREATED BEFORE CREDREG EXISTED IS REGISTERED
096370* BY ITS FIRST ROTATION.
096380*****************************************************************
096390 ROTATE-DB-PASSWORD.
096400     MOVE "ERRO" TO SCS-COMMAND-OUTCOME
096410     MOVE SPACE TO SCS-ENGINE-CHOICE
096420     PERFORM PROMPT-ENGINE-CHOICE
096430         UNTIL SCS-ENGINE-MYSQL OR SCS-ENGINE-POSTGRES
096440     MOVE "Digite o nome de usuario: " TO SCS-PROMPT-TEXT
096450     MOVE "N" TO SCS-VALID-INPUT-SW
096460     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
096470     MOVE SCS-PROMPT-VALUE TO SCS-USER-NAME
096480     IF SCS-ENGINE-MYSQL
096490         MOVE "MYSQL" TO SCS-CRED-ENGINE
096500     ELSE
096510         MOVE "PGSQL" TO SCS-CRED-ENGINE
096520     END-IF
096530     MOVE SCS-USER-NAME TO SCS-CRED-USER
096540     PERFORM READ-CREDENTIAL-RECORD
096550     IF NOT SCS-CRED-FOUND
096560         DISPLAY "Conta fora do CREDREG - sera registrada agora."
096570     END-IF
096580     PERFORM GENERATE-DB-PASSWORD
096590     IF SCS-USER-PASSWORD = SPACES
096600         DISPLAY "Nao foi possivel gerar a nova senha."
096610     ELSE
096620         PERFORM WRITE-PASSWORD-HANDOFF
096630         IF SCS-HANDOFF-OK
096640             PERFORM APPLY-ROTATED-PASSWORD
096650         ELSE
096660             DISPLAY "Nao foi possivel gravar a entrega da senha"
096670                 " - senha atual mantida."
096680         END-IF
096690     END-IF
096700     MOVE SPACES TO SCS-USER-PASSWORD.
096710
096720*****************************************************************
096730* APPLY-ROTATED-PASSWORD - THE ALTER USER ON THE ACCOUNT'S
096740* ENGINE. A FAILED ALTER LEAVES THE OLD PASSWORD IN FORCE, SO ITS
096750* HANDOFF FILE IS TAKEN BACK.
096760*****************************************************************
096770 APPLY-ROTATED-PASSWORD.
096780     MOVE SPACES TO COMMAND
096790     IF SCS-ENGINE-MYSQL
096800         STRING "mysql -e ""ALTER USER '" DELIMITED BY SIZE
096810                SCS-USER-NAME DELIMITED BY SPACE
096820                "'@'localhost' IDENTIFIED BY '"
096830                    DELIMITED BY SIZE
096840                SCS-USER-PASSWORD DELIMITED BY SPACE
096850                "';""" DELIMITED BY SIZE INTO COMMAND
096860     ELSE
096870         STRING "sudo -u postgres psql -c ""ALTER USER "
096880                DELIMITED BY SIZE
096890                SCS-USER-NAME DELIMITED BY SPACE
096900                " WITH PASSWORD '" DELIMITED BY SIZE
096910                SCS-USER-PASSWORD DELIMITED BY SPACE
096920                "';""" DELIMITED BY SIZE INTO COMMAND
096930     END-IF
096940     PERFORM EXECUTE-SHELL-COMMAND
096950     PERFORM SET-OUTCOME-FROM-RC
096960     IF RETURN-CODE = ZERO
096970         PERFORM MARK-CREDENTIAL-ROTATED
096980         DISPLAY "Senha de " SCS-USER-NAME(1:30) " trocada."
096990         DISPLAY "Entregue em " SCS-HANDOFF-NAME
097000     ELSE
097010         PERFORM REMOVE-PASSWORD-HANDOFF
097020         DISPLAY "ALTER USER falhou - a senha anterior continua"
097030             " valida."
097040     END-IF.
097050
097060*****************************************************************
097070* MARK-CREDENTIAL-ROTATED - STAMPS TODAY AS THE ACCOUNT'S LAST
097080* ROTATION, REGISTERING AN ACCOUNT CREDREG DID NOT KNOW WITH NO
097090* CREATED DATE AND PRIVILEGE DESCONHEC.
097100*****************************************************************
097110 MARK-CREDENTIAL-ROTATED.
097120     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
097130     PERFORM OPEN-CREDENTIAL-REGISTRY
097140     PERFORM SET-CRED-KEY
097150     MOVE "N" TO SCS-CRED-FOUND-SW
097160     READ CREDENTIAL-REGISTRY-FILE
097170         INVALID KEY
097180             CONTINUE
097190         NOT INVALID KEY
097200             MOVE "Y" TO SCS-CRED-FOUND-SW
097210     END-READ
097220     IF SCS-CRED-FOUND
097230         MOVE SCS-AUDIT-DATE TO DC-ROTATED-DATE
097240         REWRITE CREDENTIAL-REGISTRY-RECORD
097250     ELSE
097260         PERFORM SET-CRED-KEY
097270         MOVE "DESCONHEC" TO DC-PRIVILEGE
097280         MOVE ZERO TO DC-CREATED-DATE
097290         MOVE SCS-AUDIT-DATE TO DC-ROTATED-DATE
097300         WRITE CREDENTIAL-REGISTRY-RECORD
097310     END-IF
097320     CLOSE CREDENTIAL-REGISTRY-FILE.
097330
097340*****************************************************************
097350* ROTATION-DUE-REPORT - "ROTATION DUE": EVERY CREDREG ACCOUNT
097360* WHOSE PASSWORD IS OLDER THAN THE CREDPOL AGE, AND EVERY ACCOUNT
097370* HOLDING ADMIN PRIVILEGE, FOR THE YEARLY SECURITY REVIEW.
097380*****************************************************************
097390 ROTATION-DUE-REPORT.
097400     PERFORM LOAD-CRED-POLICY
097410     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
097420     MOVE SCS-AUDIT-DATE TO SCS-CD-DATE
097430     PERFORM CONVERT-DATE-TO-SERIAL
097440     MOVE SCS-CD-SERIAL TO SCS-TODAY-SERIAL
097450     MOVE ZERO TO SCS-CRED-DUE-COUNT
097460     OPEN INPUT CREDENTIAL-REGISTRY-FILE
097470     IF SCS-CREDREG-STATUS NOT = "00"
097480         DISPLAY "Nenhuma conta no registro CREDREG."
097490     ELSE
097500         MOVE SCS-CRED-MAX-AGE TO SCS-CRED-AGE-DISP
097510         DISPLAY "===== Trocas de Senha Devidas (limite "
097520             SCS-CRED-AGE-DISP " dias) ====="
097530         DISPLAY "Usuario          Engine Servidor     Banco"
097540             "        Privil.   Trocada   Dias Motivo"
097550         MOVE "N" TO SCS-CREDREG-EOF-SW
097560         PERFORM RATE-NEXT-CREDENTIAL UNTIL SCS-CREDREG-EOF
097570         CLOSE CREDENTIAL-REGISTRY-FILE
097580         IF SCS-CRED-DUE-COUNT = ZERO
097590             DISPLAY "Nenhuma conta com troca devida."
097600         END-IF
097610         DISPLAY "===== Fim da Lista ====="
097620     END-IF.
097630
097640*****************************************************************
097650* LOAD-CRED-POLICY - THE MAXIMUM PASSWORD AGE IN DAYS FROM
097660* CREDPOL, 365 WHEN THE FILE IS MISSING OR SAYS ZERO.
097670*****************************************************************
097680 LOAD-CRED-POLICY.
097690     MOVE 365 TO SCS-CRED-MAX-AGE
097700     OPEN INPUT CRED-POLICY-FILE
097710     IF SCS-CREDPOL-STATUS = "00"
097720         READ CRED-POLICY-FILE
097730             AT END
097740                 CONTINUE
097750             NOT AT END
097760                 IF CP-MAX-AGE-DAYS IS NUMERIC
097770                         AND CP-MAX-AGE-DAYS > ZERO
097780                     MOVE CP-MAX-AGE-DAYS TO SCS-CRED-MAX-AGE
097790                 END-IF
097800         END-READ
097810         CLOSE CRED-POLICY-FILE
097820     END-IF.
097830
097840*****************************************************************
097850* RATE-NEXT-CREDENTIAL - READS ONE CREDREG ENTRY AND LISTS IT
097860* WHEN ITS PASSWORD IS DUE OR IT HOLDS ADMIN PRIVILEGE.
097870*****************************************************************
097880 RATE-NEXT-CREDENTIAL.
097890     READ CREDENTIAL-REGISTRY-FILE NEXT RECORD
097900         AT END
097910             MOVE "Y" TO SCS-CREDREG-EOF-SW
097920         NOT AT END
097930             PERFORM RATE-CREDENTIAL
097940     END-READ.
097950
097960*****************************************************************
097970* RATE-CREDENTIAL - BUILDS THE REASON(S) FOR ONE ENTRY: VENCIDA
097980* PAST THE POLICY AGE, SEM DATA WITH NO ROTATION DATE, ADMIN.
097990*****************************************************************
098000 RATE-CREDENTIAL.
098010     MOVE SPACES TO SCS-CRED-FLAG
098020     MOVE 1 TO SCS-CRED-PTR
098030     MOVE ZERO TO SCS-CRED-AGE
098040     IF DC-ROTATED-DATE IS NOT NUMERIC
098050             OR DC-ROTATED-DATE = ZERO
098060         STRING "SEM DATA " DELIMITED BY SIZE
098070             INTO SCS-CRED-FLAG WITH POINTER SCS-CRED-PTR
098080     ELSE
098090         MOVE DC-ROTATED-DATE TO SCS-CD-DATE
098100         PERFORM CONVERT-DATE-TO-SERIAL
098110         IF SCS-CD-SERIAL < SCS-TODAY-SERIAL
098120             COMPUTE SCS-CRED-AGE =
098130                 SCS-TODAY-SERIAL - SCS-CD-SERIAL
098140         END-IF
098150         IF SCS-CRED-AGE > SCS-CRED-MAX-AGE
098160             STRING "VENCIDA " DELIMITED BY SIZE
098170                 INTO SCS-CRED-FLAG WITH POINTER SCS-CRED-PTR
098180         END-IF
098190     END-IF
098200     IF DC-PRIVILEGE = "ADMIN"
098210         STRING "ADMIN" DELIMITED BY SIZE
098220             INTO SCS-CRED-FLAG WITH POINTER SCS-CRED-PTR
098230     END-IF
098240     IF SCS-CRED-PTR > 1
098250         ADD 1 TO SCS-CRED-DUE-COUNT
098260         MOVE SCS-CRED-AGE TO SCS-CRED-AGE-DISP
098270         DISPLAY DC-USER(1:16) " " DC-ENGINE(1:6) " "
098280             DC-SERVER(1:12) " " DC-DATABASE(1:12) " "
098290             DC-PRIVILEGE(1:9) " " DC-ROTATED-DATE " "
098300             SCS-CRED-AGE-DISP " " SCS-CRED-FLAG
098310     END-IF.
098320
098330*****************************************************************
098340* CHECK-UPDATES - "CHECK UPDATES": REFRESHES THE APT INDEX OF THE
098350* CURRENT SERVER, LISTS WHAT IS UPGRADABLE AND REBUILDS THE
098360* SERVER'S PATCHINV ENTRIES FROM THE LIST, TOGETHER WITH THE
098370* REBOOT-REQUIRED FLAG. A SERVER LEFT WAITING FOR A REBOOT IS
098380* MAILED TO THE REBOOT CLASS. LEAVES A NON-ZERO RETURN-CODE WHEN
098390* THE INDEX COULD NOT BE REFRESHED - THE OLD INVENTORY STANDS.
098400*****************************************************************
098410 CHECK-UPDATES.
098420     IF SCS-HOST-SELECTED
098430         MOVE SCS-TARGET-HOST TO SCS-PATCH-SERVER
098440     ELSE
098450         MOVE "local" TO SCS-PATCH-SERVER
098460     END-IF
098470     MOVE "sudo apt-get update -qq" TO COMMAND
098480     PERFORM EXECUTE-SHELL-COMMAND
098490     IF RETURN-CODE NOT = ZERO
098500         DISPLAY "apt-get update falhou - PATCHINV de "
098510             SCS-PATCH-SERVER(1:30) " mantido."
098520     ELSE
098530         MOVE SPACES TO COMMAND
098540         STRING "apt list --upgradable 2>/dev/null"
098550                    DELIMITED BY SIZE
098560                " | grep 'upgradable from' | tr '/' ' '"
098570                    DELIMITED BY SIZE
098580                INTO COMMAND
098590         PERFORM EXECUTE-SHELL-COMMAND
098600         PERFORM REFRESH-PATCH-INVENTORY
098610         MOVE SCS-PATCH-SEC-COUNT TO SCS-PATCH-SEC-DISP
098620         MOVE SCS-PATCH-REG-COUNT TO SCS-PATCH-REG-DISP
098630         DISPLAY "Pendentes em " SCS-PATCH-SERVER(1:30)
098640             ": seguranca " SCS-PATCH-SEC-DISP
098650             ", regulares " SCS-PATCH-REG-DISP
098660         IF SCS-PATCH-REBOOT-NEEDED
098670             DISPLAY "Servidor aguarda reboot."
098680             PERFORM NOTIFY-REBOOT-NEEDED
098690         END-IF
098700         MOVE ZERO TO RETURN-CODE
098710     END-IF.
098720
098730*****************************************************************
098740* REFRESH-PATCH-INVENTORY - DROPS THE SERVER'S OLD PATCHINV
098750* ENTRIES (REMEMBERING WHEN EACH PACKAGE WAS FIRST SEEN), LOADS
098760* THE NEW LIST FROM LASTOUT, ASKS THE SERVER WHETHER IT NEEDS A
098770* REBOOT AND WRITES THE HOST RECORD.
098780*****************************************************************
098790 REFRESH-PATCH-INVENTORY.
098800     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
098810     ACCEPT SCS-AUDIT-TIME FROM TIME
098820     MOVE SPACES TO SCS-PATCH-STAMP
098830     STRING SCS-AUDIT-DATE DELIMITED BY SIZE
098840            "-" DELIMITED BY SIZE
098850            SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
098860            INTO SCS-PATCH-STAMP
098870     MOVE ZERO TO SCS-PATCH-OLD-USED
098880     MOVE ZERO TO SCS-PATCH-SEC-COUNT
098890     MOVE ZERO TO SCS-PATCH-REG-COUNT
098900     PERFORM OPEN-PATCH-INVENTORY
098910     PERFORM CLEAR-SERVER-PATCHES
098920     OPEN INPUT LAST-OUTPUT-FILE
098930     IF SCS-LASTOUT-STATUS = "00"
098940         MOVE "N" TO SCS-LASTOUT-EOF-SW
098950         PERFORM LOAD-PENDING-PATCH UNTIL SCS-LASTOUT-EOF
098960         CLOSE LAST-OUTPUT-FILE
098970     END-IF
098980     MOVE "test -f /var/run/reboot-required" TO COMMAND
098990     PERFORM EXECUTE-SHELL-COMMAND
099000     IF RETURN-CODE = ZERO
099010         MOVE "S" TO SCS-PATCH-REBOOT-SW
099020     ELSE
099030         MOVE "N" TO SCS-PATCH-REBOOT-SW
099040     END-IF
099050     MOVE SPACES TO PATCH-INVENTORY-RECORD
099060     MOVE SCS-PATCH-SERVER TO PI-SERVER
099070     MOVE "HOST" TO PI-KIND
099080     MOVE ZERO TO PI-FIRST-SEEN
099090     MOVE SCS-PATCH-STAMP TO PI-CHECKED
099100     MOVE SCS-PATCH-REBOOT-SW TO PI-REBOOT
099110     WRITE PATCH-INVENTORY-RECORD
099120     CLOSE PATCH-INVENTORY-FILE.
099130
099140*****************************************************************
099150* OPEN-PATCH-INVENTORY - OPENS PATCHINV FOR UPDATE, CREATING IT
099160* ON FIRST USE.
099170*****************************************************************
099180 OPEN-PATCH-INVENTORY.
099190     OPEN I-O PATCH-INVENTORY-FILE
099200     IF SCS-PATCHINV-STATUS = "35"
099210         OPEN OUTPUT PATCH-INVENTORY-FILE
099220         CLOSE PATCH-INVENTORY-FILE
099230         OPEN I-O PATCH-INVENTORY-FILE
099240     END-IF.
099250
099260*****************************************************************
099270* CLEAR-SERVER-PATCHES - POSITIONS ON THE SERVER'S HOST RECORD
099280* AND DELETES EVERY ENTRY OF THE SERVER.
099290*****************************************************************
099300 CLEAR-SERVER-PATCHES.
099310     MOVE SCS-PATCH-SERVER TO PI-SERVER
099320     MOVE SPACES TO PI-PACKAGE
099330     MOVE "N" TO SCS-PATCHINV-EOF-SW
099340     START PATCH-INVENTORY-FILE KEY >= PI-INV-KEY
099350         INVALID KEY
099360             MOVE "Y" TO SCS-PATCHINV-EOF-SW
099370     END-START
099380     PERFORM CLEAR-NEXT-PATCH UNTIL SCS-PATCHINV-EOF.
099390
099400*****************************************************************
099410* CLEAR-NEXT-PATCH - ONE ENTRY OF THE CLEAR: KEEPS ITS FIRST-SEEN
099420* DATE IN THE OLD TABLE AND DELETES IT. THE FIRST ENTRY OF THE
099430* NEXT SERVER ENDS THE PASS.
099440*****************************************************************
099450 CLEAR-NEXT-PATCH.
099460     READ PATCH-INVENTORY-FILE NEXT RECORD
099470         AT END
099480             MOVE "Y" TO SCS-PATCHINV-EOF-SW
099490         NOT AT END
099500             IF PI-SERVER NOT = SCS-PATCH-SERVER
099510                 MOVE "Y" TO SCS-PATCHINV-EOF-SW
099520             ELSE
099530                 IF PI-PACKAGE NOT = SPACES
099540                         AND SCS-PATCH-OLD-USED < 500
099550                     ADD 1 TO SCS-PATCH-OLD-USED
099560                     MOVE PI-PACKAGE TO
099570                         SCS-PATCH-OLD-PACKAGE(SCS-PATCH-OLD-USED)
099580                     MOVE PI-FIRST-SEEN TO
099590                         SCS-PATCH-OLD-SEEN(SCS-PATCH-OLD-USED)
099600                 END-IF
099610                 DELETE PATCH-INVENTORY-FILE RECORD
099620                     INVALID KEY
099630                         CONTINUE
099640                 END-DELETE
099650             END-IF
099660     END-READ.
099670
099680*****************************************************************
099690* LOAD-PENDING-PATCH - ONE LINE OF THE UPGRADABLE LIST, E.G.
099700* "openssl jammy-updates,jammy-security 3.0.2-0ubuntu1.15 amd64
099710* [upgradable from: ...]". A SUITE NAMING A SECURITY POCKET MAKES
099720* IT A SEGURANCA ENTRY.
099730*****************************************************************
099740 LOAD-PENDING-PATCH.
099750     READ LAST-OUTPUT-FILE
099760         AT END
099770             MOVE "Y" TO SCS-LASTOUT-EOF-SW
099780         NOT AT END
099790             IF LAST-OUTPUT-RECORD NOT = SPACES
099800                 MOVE SPACES TO SCS-PATCH-PACKAGE
099810                 MOVE SPACES TO SCS-PATCH-SUITE
099820                 MOVE SPACES TO SCS-PATCH-VERSION
099830                 UNSTRING LAST-OUTPUT-RECORD DELIMITED BY ALL " "
099840                     INTO SCS-PATCH-PACKAGE SCS-PATCH-SUITE
099850                          SCS-PATCH-VERSION
099860                 END-UNSTRING
099870                 PERFORM WRITE-PENDING-PATCH
099880             END-IF
099890     END-READ.
099900
099910*****************************************************************
099920* WRITE-PENDING-PATCH - FILES ONE PENDING PACKAGE, KEEPING THE
099930* FIRST-SEEN DATE OF THE PREVIOUS INVENTORY WHEN IT WAS THERE.
099940*****************************************************************
099950 WRITE-PENDING-PATCH.
099960     MOVE SPACES TO PATCH-INVENTORY-RECORD
099970     MOVE SCS-PATCH-SERVER TO PI-SERVER
099980     MOVE SCS-PATCH-PACKAGE TO PI-PACKAGE
099990     MOVE ZERO TO SCS-PATCH-TALLY
100000     INSPECT SCS-PATCH-SUITE TALLYING SCS-PATCH-TALLY
100010         FOR ALL "security"
100020     IF SCS-PATCH-TALLY > ZERO
100030         MOVE "SEGURANCA" TO PI-KIND
100040         ADD 1 TO SCS-PATCH-SEC-COUNT
100050     ELSE
100060         MOVE "REGULAR" TO PI-KIND
100070         ADD 1 TO SCS-PATCH-REG-COUNT
100080     END-IF
100090     MOVE SCS-PATCH-VERSION TO PI-VERSION
100100     MOVE SCS-AUDIT-DATE TO PI-FIRST-SEEN
100110     PERFORM VARYING SCS-PATCH-OLD-INDEX FROM 1 BY 1
100120             UNTIL SCS-PATCH-OLD-INDEX > SCS-PATCH-OLD-USED
100130         IF SCS-PATCH-OLD-PACKAGE(SCS-PATCH-OLD-INDEX)
100140                 = SCS-PATCH-PACKAGE
100150             MOVE SCS-PATCH-OLD-SEEN(SCS-PATCH-OLD-INDEX)
100160                 TO PI-FIRST-SEEN
100170         END-IF
100180     END-PERFORM
100190     MOVE SCS-PATCH-STAMP TO PI-CHECKED
100200     MOVE SPACE TO PI-REBOOT
100210     WRITE PATCH-INVENTORY-RECORD
100220         INVALID KEY
100230             REWRITE PATCH-INVENTORY-RECORD
100240     END-WRITE.
100250
100260*****************************************************************
100270* NOTIFY-REBOOT-NEEDED - TELLS THE ON-CALL THAT THE SERVER IS
100280* RUNNING ON PATCHES THAT WAIT FOR A REBOOT.
100290*****************************************************************
100300 NOTIFY-REBOOT-NEEDED.
100310     MOVE "REBOOT" TO SCS-NOTIFY-CLASS
100320     MOVE SCS-PATCH-SERVER TO SCS-NOTIFY-KEY
100330     MOVE SPACES TO SCS-NOTIFY-TEXT
100340     STRING "Servidor " DELIMITED BY SIZE
100350            SCS-PATCH-SERVER DELIMITED BY SPACE
100360            " aguarda reboot para concluir os patches"
100370                DELIMITED BY SIZE
100380            " aplicados." DELIMITED BY SIZE
100390            INTO SCS-NOTIFY-TEXT
100400     PERFORM SEND-NOTIFICATION.
100410
100420*****************************************************************
100430* PATCH-REPORT - "PATCH REPORT": ONE LINE PER SERVER OF PATCHINV -
100440* PENDING SECURITY AND REGULAR UPDATES, AGE IN DAYS OF THE OLDEST
100450* PENDING UPDATE, REBOOT FLAG AND WHEN THE SERVER WAS LAST
100460* CHECKED. THE FILE COMES IN SERVER ORDER, HOST RECORD FIRST.
100470*****************************************************************
100480 PATCH-REPORT.
100490     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
100500     MOVE SCS-AUDIT-DATE TO SCS-CD-DATE
100510     PERFORM CONVERT-DATE-TO-SERIAL
100520     MOVE SCS-CD-SERIAL TO SCS-TODAY-SERIAL
100530     MOVE ZERO TO SCS-PATCH-HOST-COUNT
100540     MOVE ZERO TO SCS-PATCH-REBOOT-COUNT
100550     MOVE ZERO TO SCS-PATCH-TOTAL-SEC
100560     OPEN INPUT PATCH-INVENTORY-FILE
100570     IF SCS-PATCHINV-STATUS NOT = "00"
100580         DISPLAY "Nenhum servidor no inventario PATCHINV."
100590     ELSE
100600         DISPLAY "===== Patches Pendentes da Frota ====="
100610         DISPLAY "Servidor                       Segur. Regul."
100620             " Dias Reboot Conferido"
100630         MOVE SPACES TO SCS-PATCH-SERVER
100640         MOVE "N" TO SCS-PATCHINV-EOF-SW
100650         PERFORM REPORT-NEXT-PATCH UNTIL SCS-PATCHINV-EOF
100660         IF SCS-PATCH-SERVER NOT = SPACES
100670             PERFORM PRINT-PATCH-SERVER
100680         END-IF
100690         CLOSE PATCH-INVENTORY-FILE
100700         MOVE SCS-PATCH-HOST-COUNT TO SCS-PATCH-SEC-DISP
100710         MOVE SCS-PATCH-REBOOT-COUNT TO SCS-PATCH-REG-DISP
100720         MOVE SCS-PATCH-TOTAL-SEC TO SCS-PATCH-TOTAL-DISP
100730         DISPLAY "Servidores: " SCS-PATCH-SEC-DISP
100740             "  aguardando reboot: " SCS-PATCH-REG-DISP
100750             "  patches de seguranca: " SCS-PATCH-TOTAL-DISP
100760         DISPLAY "===== Fim do Relatorio ====="
100770     END-IF.
100780
100790*****************************************************************
100800* REPORT-NEXT-PATCH - READS ONE PATCHINV ENTRY, PRINTING THE
100810* PREVIOUS SERVER WHEN THE SERVER CHANGES.
100820*****************************************************************
100830 REPORT-NEXT-PATCH.
100840     READ PATCH-INVENTORY-FILE NEXT RECORD
100850         AT END
100860             MOVE "Y" TO SCS-PATCHINV-EOF-SW
100870         NOT AT END
100880             IF PI-SERVER NOT = SCS-PATCH-SERVER
100890                 IF SCS-PATCH-SERVER NOT = SPACES
100900                     PERFORM PRINT-PATCH-SERVER
100910                 END-IF
100920                 MOVE PI-SERVER TO SCS-PATCH-SERVER
100930                 MOVE ZERO TO SCS-PATCH-SEC-COUNT
100940                 MOVE ZERO TO SCS-PATCH-REG-COUNT
100950                 MOVE 99999999 TO SCS-PATCH-OLDEST-SEEN
100960                 MOVE "N" TO SCS-PATCH-REBOOT-SW
100970                 MOVE SPACES TO SCS-PATCH-STAMP
100980             END-IF
100990             EVALUATE PI-KIND
101000                 WHEN "HOST"
101010                     MOVE PI-REBOOT TO SCS-PATCH-REBOOT-SW
101020                     MOVE PI-CHECKED TO SCS-PATCH-STAMP
101030                 WHEN "SEGURANCA"
101040                     ADD 1 TO SCS-PATCH-SEC-COUNT
101050                 WHEN OTHER
101060                     ADD 1 TO SCS-PATCH-REG-COUNT
101070             END-EVALUATE
101080             IF PI-KIND NOT = "HOST"
101090                     AND PI-FIRST-SEEN < SCS-PATCH-OLDEST-SEEN
101100                 MOVE PI-FIRST-SEEN TO SCS-PATCH-OLDEST-SEEN
101110             END-IF
101120     END-READ.
101130
101140*****************************************************************
101150* PRINT-PATCH-SERVER - THE REPORT LINE OF ONE SERVER.
101160*****************************************************************
101170 PRINT-PATCH-SERVER.
101180     ADD 1 TO SCS-PATCH-HOST-COUNT
101190     ADD SCS-PATCH-SEC-COUNT TO SCS-PATCH-TOTAL-SEC
101200     IF SCS-PATCH-REBOOT-NEEDED
101210         ADD 1 TO SCS-PATCH-REBOOT-COUNT
101220     END-IF
101230     MOVE ZERO TO SCS-PATCH-AGE
101240     IF SCS-PATCH-OLDEST-SEEN NOT = 99999999
101250         MOVE SCS-PATCH-OLDEST-SEEN TO SCS-CD-DATE
101260         PERFORM CONVERT-DATE-TO-SERIAL
101270         IF SCS-CD-SERIAL < SCS-TODAY-SERIAL
101280             COMPUTE SCS-PATCH-AGE =
101290                 SCS-TODAY-SERIAL - SCS-CD-SERIAL
101300         END-IF
101310     END-IF
101320     MOVE SCS-PATCH-SEC-COUNT TO SCS-PATCH-SEC-DISP
101330     MOVE SCS-PATCH-REG-COUNT TO SCS-PATCH-REG-DISP
101340     MOVE SCS-PATCH-AGE TO SCS-PATCH-AGE-DISP
101350     DISPLAY SCS-PATCH-SERVER(1:30) "  " SCS-PATCH-SEC-DISP
101360         "  " SCS-PATCH-REG-DISP SCS-PATCH-AGE-DISP "    "
101370         SCS-PATCH-REBOOT-SW "   " SCS-PATCH-STAMP.
101380
101390*****************************************************************
101400* APPLY-UPDATES - "APPLY UPDATES": INSTALLS THE PENDING UPDATES
101410* ON THE CURRENT SERVER. ONLY A CHECKPOINTED PASS - A BATCHCMD
101420* RUN OR A SCHEDULER JOB - MAY DO IT, SO A DROPPED SESSION
101430* RESUMES ON ITS CHECKPOINT; THE CONSOLE AND FLEET RUN ARE
101440* REFUSED. DPKG --CONFIGURE FIRST FINISHES AN UPGRADE A DEAD
101450* RUN LEFT HALFWAY. THE HEALTH REPORT AND THE INVENTORY ARE
101460* RE-RUN AFTERWARDS; THE OUTCOME IS THAT OF THE UPGRADE.
101470*****************************************************************
101480 APPLY-UPDATES.
101490     EVALUATE TRUE
101500         WHEN SCS-INTERACTIVE-MODE
101510             DISPLAY "apply updates roda em lote: coloque-o em"
101520                 " BATCHCMD ou num job do SCHEDULE."
101530             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
101540         WHEN SCS-FLEET-ACTIVE
101550             DISPLAY "apply updates nao roda em fleet run - a"
101560                 " passagem da frota nao tem checkpoint."
101570             MOVE "ERRO" TO SCS-COMMAND-OUTCOME
101580         WHEN OTHER
101590             MOVE SPACES TO COMMAND
101600             STRING "sudo dpkg --configure -a && sudo "
101610                        DELIMITED BY SIZE
101620                    "DEBIAN_FRONTEND=noninteractive apt-get -y"
101630                        DELIMITED BY SIZE
101640                    " -o Dpkg::Options::=--force-confold upgrade"
101650                        DELIMITED BY SIZE
101660                    INTO COMMAND
101670             PERFORM EXECUTE-SHELL-COMMAND
101680             MOVE RETURN-CODE TO SCS-PATCH-SAVED-RC
101690             PERFORM HEALTH-REPORT
101700             PERFORM CHECK-UPDATES
101710             MOVE SCS-PATCH-SAVED-RC TO RETURN-CODE
101720             PERFORM SET-OUTCOME-FROM-RC
101730     END-EVALUATE.
101740
101750*****************************************************************
101760* PROMPT-OWNER-CODE - ASKS WHICH OWNERS ENTRY THE OBJECT ABOUT TO
101770* BE BUILT BELONGS TO, UNTIL A REGISTERED CODE IS GIVEN. WITHOUT
101780* AN OWNERS FILE THE OBJECT IS BUILT WITHOUT AN OWNER AND "ASSIGN
101790* OWNER" CAN GIVE IT ONE LATER. THE CODE IS LEFT IN
101800* SCS-OWNER-CODE FOR WRITE-PROVISION-RECORD.
101810*****************************************************************
101820 PROMPT-OWNER-CODE.
101830     MOVE SPACES TO SCS-OWNER-CODE
101840     PERFORM LOOKUP-OWNER
101850     IF NOT SCS-OWNERS-MISSING
101860         PERFORM ASK-OWNER-CODE
101870             UNTIL SCS-OWNER-FOUND OR SCS-OWNERS-MISSING
101880     END-IF
101890     IF SCS-OWNERS-MISSING
101900         DISPLAY "Arquivo OWNERS ausente - objeto fica sem dono."
101910         MOVE SPACES TO SCS-OWNER-CODE
101920     END-IF.
101930
101940*****************************************************************
101950* ASK-OWNER-CODE - ONE OWNER CODE PROMPT, LOOKED UP IN OWNERS.
101960*****************************************************************
101970 ASK-OWNER-CODE.
101980     MOVE "Digite o codigo do dono (OWNERS): " TO SCS-PROMPT-TEXT
101990     MOVE "N" TO SCS-VALID-INPUT-SW
102000     PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
102010     IF SCS-PROMPT-VALUE(11:40) NOT = SPACES
102020         DISPLAY "Codigo do dono tem no maximo 10 caracteres."
102030     ELSE
102040         MOVE SCS-PROMPT-VALUE TO SCS-OWNER-CODE
102050         PERFORM LOOKUP-OWNER
102060         IF NOT SCS-OWNER-FOUND AND NOT SCS-OWNERS-MISSING
102070             DISPLAY "Dono " SCS-OWNER-CODE
102080                 " nao cadastrado em OWNERS. Tente novamente."
102090         END-IF
102100     END-IF.
102110
102120*****************************************************************
102130* LOOKUP-OWNER - LOOKS SCS-OWNER-CODE UP IN OWNERS, LEAVING ITS
102140* CONTACT E-MAIL IN SCS-OWNER-EMAIL WHEN FOUND. A MISSING FILE
102150* RAISES SCS-OWNERS-MISSING.
102160*****************************************************************
102170 LOOKUP-OWNER.
102180     MOVE "N" TO SCS-OWNER-FOUND-SW
102190     MOVE "N" TO SCS-OWNERS-MISSING-SW
102200     MOVE SPACES TO SCS-OWNER-EMAIL
102210     OPEN INPUT OWNER-FILE
102220     IF SCS-OWNERS-STATUS NOT = "00"
102230         MOVE "Y" TO SCS-OWNERS-MISSING-SW
102240     ELSE
102250         MOVE "N" TO SCS-OWNERS-EOF-SW
102260         PERFORM MATCH-OWNER-RECORD
102270             UNTIL SCS-OWNERS-EOF OR SCS-OWNER-FOUND
102280         CLOSE OWNER-FILE
102290     END-IF.
102300
102310*****************************************************************
102320* MATCH-OWNER-RECORD - ONE OWNERS LINE AGAINST SCS-OWNER-CODE.
102330*****************************************************************
102340 MATCH-OWNER-RECORD.
102350     READ OWNER-FILE
102360         AT END
102370             MOVE "Y" TO SCS-OWNERS-EOF-SW
102380         NOT AT END
102390             IF OW-CODE = SCS-OWNER-CODE AND OW-CODE NOT = SPACES
102400                 MOVE "Y" TO SCS-OWNER-FOUND-SW
102410                 MOVE OW-EMAIL TO SCS-OWNER-EMAIL
102420             END-IF
102430     END-READ.
102440
102450*****************************************************************
102460* WRITE-OWNER-ASSIGNMENT - GIVES THE OBJECT IN SCS-PROV-TYPE/
102470* NAME/ENGINE ON SCS-OWNER-SERVER TO SCS-OWNER-CODE IN OWNERREG,
102480* CREATING THE FILE ON FIRST USE. THE OWNER IT HAD BEFORE, IF
102490* ANY, IS LEFT IN SCS-OWNER-PREVIOUS.
102500*****************************************************************
102510 WRITE-OWNER-ASSIGNMENT.
102520     OPEN I-O OWNER-REGISTRY-FILE
102530     IF SCS-OWNERREG-STATUS = "35"
102540         OPEN OUTPUT OWNER-REGISTRY-FILE
102550         CLOSE OWNER-REGISTRY-FILE
102560         OPEN I-O OWNER-REGISTRY-FILE
102570     END-IF
102580     MOVE SPACES TO OWNER-REGISTRY-RECORD
102590     MOVE SCS-PROV-TYPE TO OA-OBJECT-TYPE
102600     MOVE SCS-PROV-NAME TO OA-OBJECT-NAME
102610     MOVE SCS-PROV-ENGINE TO OA-ENGINE
102620     MOVE SCS-OWNER-SERVER TO OA-SERVER
102630     READ OWNER-REGISTRY-FILE
102640         INVALID KEY
102650             MOVE SPACES TO SCS-OWNER-PREVIOUS
102660         NOT INVALID KEY
102670             MOVE OA-OWNER TO SCS-OWNER-PREVIOUS
102680     END-READ
102690     MOVE SCS-OWNER-CODE TO OA-OWNER
102700     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
102710     MOVE SCS-AUDIT-DATE TO OA-ASSIGNED-DATE
102720     MOVE SCS-OPERATOR-ID TO OA-ASSIGNED-BY
102730     WRITE OWNER-REGISTRY-RECORD
102740         INVALID KEY
102750             REWRITE OWNER-REGISTRY-RECORD
102760     END-WRITE
102770     CLOSE OWNER-REGISTRY-FILE.
102780
102790*****************************************************************
102800* PURGE-OWNER-ENTRY - DROPS THE OWNERREG ENTRY OF THE OBJECT
102810* PURGE-REGISTRY-ENTRY HAS JUST TAKEN OUT OF PROVREG.
102820*****************************************************************
102830 PURGE-OWNER-ENTRY.
102840     OPEN I-O OWNER-REGISTRY-FILE
102850     IF SCS-OWNERREG-STATUS = "00"
102860         MOVE SPACES TO OWNER-REGISTRY-RECORD
102870         MOVE SCS-PURGE-TYPE TO OA-OBJECT-TYPE
102880         MOVE SCS-PURGE-NAME TO OA-OBJECT-NAME
102890         MOVE SCS-PURGE-ENGINE TO OA-ENGINE
102900         MOVE SCS-PURGE-SERVER TO OA-SERVER
102910         DELETE OWNER-REGISTRY-FILE RECORD
102920             INVALID KEY
102930                 CONTINUE
102940         END-DELETE
102950         CLOSE OWNER-REGISTRY-FILE
102960     END-IF.
102970
102980*****************************************************************
102990* REPOINT-OWNER-ENTRY - MOVES THE MOVED OBJECT'S OWNERREG ENTRY
103000* FROM THE SOURCE HOST TO THE TARGET - THE OWNER STAYS THE SAME.
103010*****************************************************************
103020 REPOINT-OWNER-ENTRY.
103030     OPEN I-O OWNER-REGISTRY-FILE
103040     IF SCS-OWNERREG-STATUS = "00"
103050         MOVE SPACES TO OWNER-REGISTRY-RECORD
103060         MOVE SCS-MOVE-REG-TYPE TO OA-OBJECT-TYPE
103070         MOVE SCS-MOVE-REG-NAME TO OA-OBJECT-NAME
103080         MOVE SCS-MOVE-REG-ENGINE TO OA-ENGINE
103090         MOVE SCS-MOVE-SRC-HOST TO OA-SERVER
103100         READ OWNER-REGISTRY-FILE
103110             INVALID KEY
103120                 CONTINUE
103130             NOT INVALID KEY
103140                 DELETE OWNER-REGISTRY-FILE RECORD
103150                 MOVE SCS-MOVE-TGT-HOST TO OA-SERVER
103160                 WRITE OWNER-REGISTRY-RECORD
103170                     INVALID KEY
103180                         REWRITE OWNER-REGISTRY-RECORD
103190                 END-WRITE
103200         END-READ
103210         CLOSE OWNER-REGISTRY-FILE
103220     END-IF.
103230
103240*****************************************************************
103250* ASSIGN-OWNER - "ASSIGN OWNER": GIVES A SITE, DATABASE OR USER
103260* ALREADY IN PROVREG ON THE CURRENT SERVER TO AN OWNERS ENTRY, OR
103270* CHANGES ITS OWNER. A NAME REGISTERED UNDER MORE THAN ONE ENGINE
103280* ON THE SERVER CHANGES HANDS UNDER ALL OF THEM.
103290*****************************************************************
103300 ASSIGN-OWNER.
103310     MOVE "ERRO" TO SCS-COMMAND-OUTCOME
103320     MOVE SPACES TO SCS-OWNER-CODE
103330     PERFORM LOOKUP-OWNER
103340     IF SCS-OWNERS-MISSING
103350         DISPLAY "Arquivo OWNERS nao encontrado."
103360     ELSE
103370         MOVE SPACE TO SCS-OWNER-TYPE-CHOICE
103380         PERFORM PROMPT-OWNER-OBJECT-TYPE
103390             UNTIL SCS-OWNER-TYPE-SITE OR SCS-OWNER-TYPE-DATABASE
103400                 OR SCS-OWNER-TYPE-USER
103410         EVALUATE TRUE
103420             WHEN SCS-OWNER-TYPE-SITE
103430                 MOVE "SITE" TO SCS-PROV-TYPE
103440                 MOVE "Digite o nome de dominio do site: "
103450                     TO SCS-PROMPT-TEXT
103460             WHEN SCS-OWNER-TYPE-DATABASE
103470                 MOVE "DATABASE" TO SCS-PROV-TYPE
103480                 MOVE "Digite o nome do banco de dados: "
103490                     TO SCS-PROMPT-TEXT
103500             WHEN OTHER
103510                 MOVE "USER" TO SCS-PROV-TYPE
103520                 MOVE "Digite o nome de usuario: "
103530                     TO SCS-PROMPT-TEXT
103540         END-EVALUATE
103550         MOVE "N" TO SCS-VALID-INPUT-SW
103560         PERFORM PROMPT-AND-VALIDATE-NAME UNTIL SCS-VALID-INPUT
103570         MOVE SCS-PROMPT-VALUE TO SCS-PROV-NAME
103580         PERFORM PROMPT-OWNER-CODE
103590         IF SCS-OWNER-CODE NOT = SPACES
103600             PERFORM ASSIGN-OWNER-ON-SERVER
103610         END-IF
103620     END-IF.
103630
103640*****************************************************************
103650* PROMPT-OWNER-OBJECT-TYPE - ASKS WHAT KIND OF OBJECT CHANGES
103660* HANDS. CALLERS PERFORM THIS PARAGRAPH UNTIL ONE OF THE TYPE
103670* 88-LEVELS IS TRUE.
103680*****************************************************************
103690 PROMPT-OWNER-OBJECT-TYPE.
103700     DISPLAY "Objeto - 1 site, 2 banco de dados, 3 usuario: "
103710     ACCEPT SCS-OWNER-TYPE-CHOICE
103720     IF NOT SCS-OWNER-TYPE-SITE AND NOT SCS-OWNER-TYPE-DATABASE
103730             AND NOT SCS-OWNER-TYPE-USER
103740         DISPLAY "Opcao invalida. Tente novamente."
103750     END-IF.
103760
103770*****************************************************************
103780* ASSIGN-OWNER-ON-SERVER - WALKS THE PROVREG RECORDS OF THE TYPE
103790* AND NAME AND GIVES EACH ONE ON THE CURRENT SERVER TO THE OWNER.
103800*****************************************************************
103810 ASSIGN-OWNER-ON-SERVER.
103820     IF SCS-HOST-SELECTED
103830         MOVE SCS-TARGET-HOST TO SCS-OWNER-SERVER
103840     ELSE
103850         MOVE "local" TO SCS-OWNER-SERVER
103860     END-IF
103870     MOVE ZERO TO SCS-OWNER-HITS
103880     OPEN INPUT PROVISION-REGISTRY-FILE
103890     IF SCS-PROVREG-STATUS NOT = "00"
103900         DISPLAY "Registro PROVREG vazio ou ausente."
103910     ELSE
103920         MOVE "N" TO SCS-PROVREG-EOF-SW
103930         MOVE SPACES TO PV-REG-KEY
103940         MOVE SCS-PROV-TYPE TO PV-OBJECT-TYPE
103950         MOVE SCS-PROV-NAME TO PV-OBJECT-NAME
103960         START PROVISION-REGISTRY-FILE KEY >= PV-REG-KEY
103970             INVALID KEY
103980                 MOVE "Y" TO SCS-PROVREG-EOF-SW
103990         END-START
104000         PERFORM ASSIGN-NEXT-OWNED-OBJECT UNTIL SCS-PROVREG-EOF
104010         CLOSE PROVISION-REGISTRY-FILE
104020         IF SCS-OWNER-HITS = ZERO
104030             DISPLAY "Objeto nao encontrado no PROVREG deste"
104040                 " servidor."
104050         ELSE
104060             MOVE "OK" TO SCS-COMMAND-OUTCOME
104070         END-IF
104080     END-IF.
104090
104100*****************************************************************
104110* ASSIGN-NEXT-OWNED-OBJECT - ONE RECORD OF THE ASSIGN-OWNER-ON-
104120* SERVER WALK; THE WALK ENDS AT THE FIRST RECORD OF ANOTHER NAME.
104130*****************************************************************
104140 ASSIGN-NEXT-OWNED-OBJECT.
104150     READ PROVISION-REGISTRY-FILE NEXT RECORD
104160         AT END
104170             MOVE "Y" TO SCS-PROVREG-EOF-SW
104180         NOT AT END
104190             IF PV-OBJECT-TYPE NOT = SCS-PROV-TYPE
104200                     OR PV-OBJECT-NAME NOT = SCS-PROV-NAME
104210                 MOVE "Y" TO SCS-PROVREG-EOF-SW
104220             ELSE
104230                 IF PV-SERVER = SCS-OWNER-SERVER
104240                     ADD 1 TO SCS-OWNER-HITS
104250                     MOVE PV-ENGINE TO SCS-PROV-ENGINE
104260                     PERFORM WRITE-OWNER-ASSIGNMENT
104270                     IF SCS-OWNER-PREVIOUS = SPACES
104280                         MOVE "(nenhum)" TO SCS-OWNER-PREVIOUS
104290                     END-IF
104300                     DISPLAY PV-OBJECT-NAME(1:30) " "
104310                         PV-ENGINE(1:6) " dono "
104320                         SCS-OWNER-PREVIOUS " -> " SCS-OWNER-CODE
104330                 END-IF
104340             END-IF
104350     END-READ.
104360
104370*****************************************************************
104380* SHOW-UNREAD-HANDOVERS - AFTER A GOOD SIGN-ON AT THE CONSOLE,
104390* SHOWS THE HANDOVERS OTHER OPERATORS FILED SINCE THIS
104400* OPERATOR'S LAST SESSION - THE NEWEST HANDOVER THEY
104410* ACKNOWLEDGED OR WROTE THEMSELVES - AND DOES NOT LET THE
104420* SESSION GO ON UNTIL THEY ARE ACKNOWLEDGED. AN OPERATOR WITH
104430* NO HANDOVER HISTORY AT ALL IS SHOWN THE NEWEST ONE ONLY.
104440*****************************************************************
104450 SHOW-UNREAD-HANDOVERS.
104460     MOVE ZERO TO SCS-SHIFT-LAST-SEEN
104470     MOVE ZERO TO SCS-SHIFT-TOP
104480     MOVE ZERO TO SCS-UNREAD-USED
104490     OPEN INPUT HANDOVER-ACK-FILE
104500     IF SCS-HANDACK-STATUS = "00"
104510         MOVE "N" TO SCS-SHIFT-EOF-SW
104520         PERFORM FIND-LAST-ACK UNTIL SCS-SHIFT-EOF
104530         CLOSE HANDOVER-ACK-FILE
104540     END-IF
104550     PERFORM FIND-HANDOVER-TOP
104560     IF SCS-SHIFT-LAST-SEEN = ZERO AND SCS-SHIFT-TOP > ZERO
104570         COMPUTE SCS-SHIFT-LAST-SEEN = SCS-SHIFT-TOP - 1
104580     END-IF
104590     IF SCS-SHIFT-TOP > SCS-SHIFT-LAST-SEEN
104600         OPEN INPUT HANDOVER-FILE
104610         IF SCS-HANDOVER-STATUS = "00"
104620             MOVE ZERO TO SCS-SHIFT-PREV-NUMBER
104630             MOVE "N" TO SCS-SHIFT-EOF-SW
104640             PERFORM SHOW-UNREAD-LINE UNTIL SCS-SHIFT-EOF
104650             CLOSE HANDOVER-FILE
104660         END-IF
104670     END-IF
104680     IF SCS-UNREAD-USED > ZERO
104690         MOVE SPACES TO SCS-SHIFT-ACK-ANSWER
104700         PERFORM PROMPT-HANDOVER-ACK
104710             UNTIL SCS-SHIFT-ACK-YES OR SCS-SHIFT-ACK-NO
104720         IF SCS-SHIFT-ACK-NO
104730             DISPLAY "Passagem de turno nao confirmada -"
104740                 " encerrando."
104750             STOP RUN
104760         END-IF
104770         PERFORM WRITE-HANDOVER-ACKS
104780     END-IF.
104790
104800*****************************************************************
104810* FIND-LAST-ACK - ONE HANDACK LINE: THE NEWEST HANDOVER THIS
104820* OPERATOR ACKNOWLEDGED.
104830*****************************************************************
104840 FIND-LAST-ACK.
104850     READ HANDOVER-ACK-FILE
104860         AT END
104870             MOVE "Y" TO SCS-SHIFT-EOF-SW
104880         NOT AT END
104890             IF HK-OPERATOR = SCS-OPERATOR-ID
104900                     AND HK-NUMBER IS NUMERIC
104910                     AND HK-NUMBER > SCS-SHIFT-LAST-SEEN
104920                 MOVE HK-NUMBER TO SCS-SHIFT-LAST-SEEN
104930             END-IF
104940     END-READ.
104950
104960*****************************************************************
104970* FIND-HANDOVER-TOP - THE HIGHEST HANDOVER NUMBER IN HANDOVER
104980* INTO SCS-SHIFT-TOP, RAISING SCS-SHIFT-LAST-SEEN TO THE NEWEST
104990* HANDOVER THIS OPERATOR WROTE. ZERO WHEN THERE ARE NONE.
105000*****************************************************************
105010 FIND-HANDOVER-TOP.
105020     MOVE ZERO TO SCS-SHIFT-TOP
105030     OPEN INPUT HANDOVER-FILE
105040     IF SCS-HANDOVER-STATUS = "00"
105050         MOVE "N" TO SCS-SHIFT-EOF-SW
105060         PERFORM FIND-HANDOVER-NUMBER UNTIL SCS-SHIFT-EOF
105070         CLOSE HANDOVER-FILE
105080     END-IF.
105090
105100*****************************************************************
105110* FIND-HANDOVER-NUMBER - ONE HANDOVER LINE OF FIND-HANDOVER-TOP.
105120*****************************************************************
105130 FIND-HANDOVER-NUMBER.
105140     READ HANDOVER-FILE
105150         AT END
105160             MOVE "Y" TO SCS-SHIFT-EOF-SW
105170         NOT AT END
105180             IF HO-NUMBER IS NUMERIC
105190                 IF HO-NUMBER > SCS-SHIFT-TOP
105200                     MOVE HO-NUMBER TO SCS-SHIFT-TOP
105210                 END-IF
105220                 IF HO-OPERATOR = SCS-OPERATOR-ID
105230                         AND HO-NUMBER > SCS-SHIFT-LAST-SEEN
105240                     MOVE HO-NUMBER TO SCS-SHIFT-LAST-SEEN
105250                 END-IF
105260             END-IF
105270     END-READ.
105280
105290*****************************************************************
105300* SHOW-UNREAD-LINE - ONE HANDOVER LINE: A LINE OF SOMEONE
105310* ELSE'S HANDOVER NEWER THAN SCS-SHIFT-LAST-SEEN IS SHOWN, UNDER
105320* A HEADING WHEN IT STARTS A HANDOVER, AND THE HANDOVER IS
105330* NOTED FOR ACKNOWLEDGEMENT.
105340*****************************************************************
105350 SHOW-UNREAD-LINE.
105360     READ HANDOVER-FILE
105370         AT END
105380             MOVE "Y" TO SCS-SHIFT-EOF-SW
105390         NOT AT END
105400             IF HO-NUMBER IS NUMERIC
105410                     AND HO-NUMBER > SCS-SHIFT-LAST-SEEN
105420                     AND HO-OPERATOR NOT = SCS-OPERATOR-ID
105430                 IF HO-NUMBER NOT = SCS-SHIFT-PREV-NUMBER
105440                     MOVE HO-NUMBER TO SCS-SHIFT-PREV-NUMBER
105450                     MOVE HO-NUMBER TO SCS-SHIFT-NUMBER-DISP
105460                     DISPLAY "===== Passagem de turno "
105470                         SCS-SHIFT-NUMBER-DISP " de " HO-OPERATOR
105480                         " em " HO-STAMP " ====="
105490                     IF SCS-UNREAD-USED < 50
105500                         ADD 1 TO SCS-UNREAD-USED
105510                         MOVE HO-NUMBER TO
105520                             SCS-UNREAD-NUMBER(SCS-UNREAD-USED)
105530                     END-IF
105540                 END-IF
105550                 DISPLAY "  " HO-KIND " " HO-TEXT
105560             END-IF
105570     END-READ.
105580
105590*****************************************************************
105600* PROMPT-HANDOVER-ACK - ASKS FOR THE ACKNOWLEDGEMENT. PERFORMED
105610* UNTIL S OR N.
105620*****************************************************************
105630 PROMPT-HANDOVER-ACK.
105640     DISPLAY "Confirma a leitura da passagem de turno (S/N)? "
105650     ACCEPT SCS-SHIFT-ACK-ANSWER
105660     IF NOT SCS-SHIFT-ACK-YES AND NOT SCS-SHIFT-ACK-NO
105670         DISPLAY "Opcao invalida. Tente novamente."
105680     END-IF.
105690
105700*****************************************************************
105710* WRITE-HANDOVER-ACKS - ONE HANDACK LINE PER HANDOVER SHOWN:
105720* WHO ACKNOWLEDGED IT AND WHEN. CREATES THE FILE ON FIRST USE.
105730*****************************************************************
105740 WRITE-HANDOVER-ACKS.
105750     PERFORM BUILD-SHIFT-STAMP
105760     OPEN EXTEND HANDOVER-ACK-FILE
105770     IF SCS-HANDACK-STATUS = "35"
105780         OPEN OUTPUT HANDOVER-ACK-FILE
105790         CLOSE HANDOVER-ACK-FILE
105800         OPEN EXTEND HANDOVER-ACK-FILE
105810     END-IF
105820     PERFORM WRITE-HANDOVER-ACK
105830         VARYING SCS-SHIFT-INDEX FROM 1 BY 1
105840         UNTIL SCS-SHIFT-INDEX > SCS-UNREAD-USED
105850     CLOSE HANDOVER-ACK-FILE
105860     DISPLAY "Leitura da passagem de turno registrada.".
105870
105880*****************************************************************
105890* WRITE-HANDOVER-ACK - ONE HANDACK LINE.
105900*****************************************************************
105910 WRITE-HANDOVER-ACK.
105920     MOVE SPACES TO HANDOVER-ACK-RECORD
105930     MOVE SCS-OPERATOR-ID TO HK-OPERATOR
105940     MOVE SCS-UNREAD-NUMBER(SCS-SHIFT-INDEX) TO HK-NUMBER
105950     MOVE SCS-SHIFT-STAMP TO HK-STAMP
105960     WRITE HANDOVER-ACK-RECORD.
105970
105980*****************************************************************
105990* BUILD-SHIFT-STAMP - THE CURRENT TIME AS YYYYMMDD-HHMMSS IN
106000* SCS-SHIFT-STAMP.
106010*****************************************************************
106020 BUILD-SHIFT-STAMP.
106030     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
106040     ACCEPT SCS-AUDIT-TIME FROM TIME
106050     MOVE SPACES TO SCS-SHIFT-STAMP
106060     STRING SCS-AUDIT-DATE DELIMITED BY SIZE
106070            "-" DELIMITED BY SIZE
106080            SCS-AUDIT-TIME(1:6) DELIMITED BY SIZE
106090            INTO SCS-SHIFT-STAMP.
106100
106110*****************************************************************
106120* SHIFT-HANDOVER - THE SIGN-OFF ON "exit" AT THE CONSOLE: SUMS
106130* UP WHAT THIS OPERATOR RAN IN THIS SESSION AND WHAT IS STILL
106140* OPEN FOR THE NEXT SHIFT, TAKES THE OPERATOR'S NOTES AND FILES
106150* IT ALL IN HANDOVER UNDER THE NEXT HANDOVER NUMBER.
106160*****************************************************************
106170 SHIFT-HANDOVER.
106180     MOVE ZERO TO SCS-SHIFT-USED
106190     MOVE "N" TO SCS-SHIFT-FULL-SW
106200     DISPLAY "===== Passagem de Turno ====="
106210     PERFORM SUMMARIZE-SESSION-AUDIT
106220     PERFORM SUMMARIZE-PENDING-APPROVALS
106230     PERFORM SUMMARIZE-OPEN-ESCALATIONS
106240     PERFORM SUMMARIZE-CERT-DEADLINES
106250     PERFORM DISPLAY-SHIFT-LINE
106260         VARYING SCS-SHIFT-INDEX FROM 1 BY 1
106270         UNTIL SCS-SHIFT-INDEX > SCS-SHIFT-USED
106280     DISPLAY "Observacoes para o proximo turno, uma por linha"
106290         " (linha em branco encerra):"
106300     MOVE "N" TO SCS-SHIFT-NOTES-DONE-SW
106310     PERFORM ACCEPT-SHIFT-NOTE UNTIL SCS-SHIFT-NOTES-DONE
106320     PERFORM WRITE-HANDOVER
106330     DISPLAY "===== Fim da Passagem de Turno =====".
106340
106350*****************************************************************
106360* ADD-SHIFT-LINE - PUTS SCS-SHIFT-KIND AND SCS-SHIFT-TEXT ON THE
106370* HANDOVER BEING BUILT. A FULL TABLE DROPS THE LINE.
106380*****************************************************************
106390 ADD-SHIFT-LINE.
106400     IF SCS-SHIFT-USED < 200
106410         ADD 1 TO SCS-SHIFT-USED
106420         MOVE SCS-SHIFT-KIND TO SCS-SHIFT-TAB-KIND(SCS-SHIFT-USED)
106430         MOVE SCS-SHIFT-TEXT TO SCS-SHIFT-TAB-TEXT(SCS-SHIFT-USED)
106440     ELSE
106450         MOVE "Y" TO SCS-SHIFT-FULL-SW
106460     END-IF.
106470
106480*****************************************************************
106490* SUMMARIZE-SESSION-AUDIT - ONE LINE PER COMMAND THIS OPERATOR
106500* RAN IN THIS SESSION, FALHA FOR THOSE THAT ENDED ERRO OR WERE
106510* REVERTED, AND A RESUMO LINE WITH THE COUNTS.
106520*****************************************************************
106530 SUMMARIZE-SESSION-AUDIT.
106540     MOVE ZERO TO SCS-SHIFT-RAN
106550     MOVE ZERO TO SCS-SHIFT-FAILED
106560*    THE LOG IS HELD OPEN FOR APPEND ALL SESSION. IT IS READ BACK
106570*    FROM THE TOP AND REOPENED FOR THE "exit" RECORD STILL TO
106580*    COME.
106590     CLOSE AUDIT-LOG-FILE
106600     OPEN INPUT AUDIT-LOG-FILE
106610     IF SCS-AUDIT-FILE-STATUS = "00"
106620         MOVE "N" TO SCS-SHIFT-EOF-SW
106630         PERFORM SUMMARIZE-AUDIT-RECORD UNTIL SCS-SHIFT-EOF
106640         CLOSE AUDIT-LOG-FILE
106650     END-IF
106660     PERFORM OPEN-AUDIT-LOG
106670     MOVE SCS-SHIFT-RAN TO SCS-SHIFT-RAN-DISP
106680     MOVE SCS-SHIFT-FAILED TO SCS-SHIFT-FAILED-DISP
106690     MOVE "RESUMO" TO SCS-SHIFT-KIND
106700     MOVE SPACES TO SCS-SHIFT-TEXT
106710     STRING "Comandos executados: " DELIMITED BY SIZE
106720            SCS-SHIFT-RAN-DISP DELIMITED BY SIZE
106730            "  com falha: " DELIMITED BY SIZE
106740            SCS-SHIFT-FAILED-DISP DELIMITED BY SIZE
106750            INTO SCS-SHIFT-TEXT
106760     PERFORM ADD-SHIFT-LINE.
106770
106780*****************************************************************
106790* SUMMARIZE-AUDIT-RECORD - ONE AUDITLOG RECORD: A RECORD OF THIS
106800* OPERATOR FROM THIS SESSION'S START ON GOES INTO THE HANDOVER.
106810*****************************************************************
106820 SUMMARIZE-AUDIT-RECORD.
106830     READ AUDIT-LOG-FILE
106840         AT END
106850             MOVE "Y" TO SCS-SHIFT-EOF-SW
106860         NOT AT END
106870             IF AL-OPERATOR = SCS-OPERATOR-ID
106880                     AND AL-TIMESTAMP >= SCS-SESSION-START
106890                 ADD 1 TO SCS-SHIFT-RAN
106900                 EVALUATE AL-OUTCOME
106910                     WHEN "ERRO"
106920                     WHEN "OVERRIDE ERRO"
106930                     WHEN "REVERTIDO"
106940                         ADD 1 TO SCS-SHIFT-FAILED
106950                         MOVE "FALHA" TO SCS-SHIFT-KIND
106960                     WHEN OTHER
106970                         MOVE "COMANDO" TO SCS-SHIFT-KIND
106980                 END-EVALUATE
106990                 MOVE SPACES TO SCS-SHIFT-TEXT
107000                 STRING AL-TIMESTAMP(10:2) DELIMITED BY SIZE
107010                        ":" DELIMITED BY SIZE
107020                        AL-TIMESTAMP(12:2) DELIMITED BY SIZE
107030                        " " DELIMITED BY SIZE
107040                        AL-COMMAND(1:40) DELIMITED BY SIZE
107050                        " " DELIMITED BY SIZE
107060                        AL-OUTCOME DELIMITED BY SIZE
107070                        INTO SCS-SHIFT-TEXT
107080                 PERFORM ADD-SHIFT-LINE
107090             END-IF
107100     END-READ.
107110
107120*****************************************************************
107130* SUMMARIZE-PENDING-APPROVALS - EVERY PENDAPPR REQUEST STILL
107140* PENDENTE AFTER THE STALE ONES EXPIRED, AS "LIST PENDING"
107150* WOULD SHOW THEM.
107160*****************************************************************
107170 SUMMARIZE-PENDING-APPROVALS.
107180     PERFORM LOAD-PENDING-TABLE
107190     PERFORM EXPIRE-STALE-REQUESTS
107200     MOVE ZERO TO SCS-PEND-COUNT
107210     PERFORM SUMMARIZE-ONE-PENDING
107220         VARYING SCS-PEND-INDEX FROM 1 BY 1
107230         UNTIL SCS-PEND-INDEX > SCS-PEND-USED
107240     IF SCS-PEND-COUNT = ZERO
107250         MOVE "PENDENTE" TO SCS-SHIFT-KIND
107260         MOVE "Nenhuma solicitacao aguardando aprovacao."
107270             TO SCS-SHIFT-TEXT
107280         PERFORM ADD-SHIFT-LINE
107290     END-IF.
107300
107310*****************************************************************
107320* SUMMARIZE-ONE-PENDING - ONE PENDENTE QUEUE ENTRY.
107330*****************************************************************
107340 SUMMARIZE-ONE-PENDING.
107350     IF SCS-PEND-STATUS(SCS-PEND-INDEX) = "PENDENTE"
107360         ADD 1 TO SCS-PEND-COUNT
107370         MOVE SCS-PEND-SEQ(SCS-PEND-INDEX) TO SCS-PEND-SEQ-DISP
107380         MOVE "PENDENTE" TO SCS-SHIFT-KIND
107390         MOVE SPACES TO SCS-SHIFT-TEXT
107400         STRING SCS-PEND-SEQ-DISP DELIMITED BY SIZE
107410                " " DELIMITED BY SIZE
107420                SCS-PEND-DOMAIN(SCS-PEND-INDEX)(1:30)
107430                    DELIMITED BY SIZE
107440                " em " DELIMITED BY SIZE
107450                SCS-PEND-SERVER(SCS-PEND-INDEX)(1:20)
107460                    DELIMITED BY SIZE
107470                " por " DELIMITED BY SIZE
107480                SCS-PEND-REQUESTER(SCS-PEND-INDEX)
107490                    DELIMITED BY SIZE
107500                INTO SCS-SHIFT-TEXT
107510         PERFORM ADD-SHIFT-LINE
107520     END-IF.
107530
107540*****************************************************************
107550* SUMMARIZE-OPEN-ESCALATIONS - EVERY SERVICE AND SERVER THE
107560* WATCHDOG ESCALATED TO A HUMAN WITH NO LATER INCIDENTS LINE
107570* SAYING IT WAS RECUPERADO - NOBODY HAS FOLLOWED IT UP YET.
107580*****************************************************************
107590 SUMMARIZE-OPEN-ESCALATIONS.
107600     MOVE ZERO TO SCS-ESCAL-USED
107610     OPEN INPUT INCIDENT-FILE
107620     IF SCS-INCIDENT-STATUS = "00"
107630         MOVE "N" TO SCS-SHIFT-EOF-SW
107640         PERFORM TRACK-ESCALATION UNTIL SCS-SHIFT-EOF
107650         CLOSE INCIDENT-FILE
107660     END-IF
107670     MOVE ZERO TO SCS-SHIFT-COUNT
107680     PERFORM SUMMARIZE-ONE-ESCALATION
107690         VARYING SCS-ESCAL-INDEX FROM 1 BY 1
107700         UNTIL SCS-ESCAL-INDEX > SCS-ESCAL-USED
107710     IF SCS-SHIFT-COUNT = ZERO
107720         MOVE "ESCALADO" TO SCS-SHIFT-KIND
107730         MOVE "Nenhuma escalacao do watchdog em aberto."
107740             TO SCS-SHIFT-TEXT
107750         PERFORM ADD-SHIFT-LINE
107760     END-IF.
107770
107780*****************************************************************
107790* TRACK-ESCALATION - ONE INCIDENTS LINE: ESCALADO OPENS (OR
107800* RE-OPENS) THE ENTRY OF ITS SERVICE AND SERVER, RECUPERADO
107810* CLOSES IT.
107820*****************************************************************
107830 TRACK-ESCALATION.
107840     READ INCIDENT-FILE
107850         AT END
107860             MOVE "Y" TO SCS-SHIFT-EOF-SW
107870         NOT AT END
107880             IF IN-OUTCOME = "ESCALADO"
107890                     OR IN-OUTCOME = "RECUPERADO"
107900                 MOVE "N" TO SCS-SHIFT-FOUND-SW
107910                 PERFORM MATCH-ESCALATION
107920                     VARYING SCS-ESCAL-INDEX FROM 1 BY 1
107930                     UNTIL SCS-ESCAL-INDEX > SCS-ESCAL-USED
107940                         OR SCS-SHIFT-FOUND
107950                 IF SCS-SHIFT-FOUND
107960                     SUBTRACT 1 FROM SCS-ESCAL-INDEX
107970                 END-IF
107980                 IF IN-OUTCOME = "ESCALADO"
107990                     PERFORM OPEN-ESCALATION
108000                 ELSE
108010                     IF SCS-SHIFT-FOUND
108020                         MOVE "N" TO
108030                             SCS-ESCAL-OPEN(SCS-ESCAL-INDEX)
108040                     END-IF
108050                 END-IF
108060             END-IF
108070     END-READ.
108080
108090*****************************************************************
108100* MATCH-ESCALATION - ONE ESCALATION ENTRY AGAINST THE LINE'S
108110* SERVICE AND SERVER.
108120*****************************************************************
108130 MATCH-ESCALATION.
108140     IF SCS-ESCAL-SERVICE(SCS-ESCAL-INDEX) = IN-SERVICE
108150             AND SCS-ESCAL-SERVER(SCS-ESCAL-INDEX)
108160                 = IN-SERVER
108170         MOVE "Y" TO SCS-SHIFT-FOUND-SW
108180     END-IF.
108190
108200*****************************************************************
108210* OPEN-ESCALATION - MARKS THE LINE'S SERVICE AND SERVER AS
108220* ESCALATED, ADDING ITS ENTRY WHEN NEW. A FULL TABLE DROPS IT.
108230*****************************************************************
108240 OPEN-ESCALATION.
108250     IF NOT SCS-SHIFT-FOUND AND SCS-ESCAL-USED < 20
108260         ADD 1 TO SCS-ESCAL-USED
108270         MOVE SCS-ESCAL-USED TO SCS-ESCAL-INDEX
108280         MOVE IN-SERVICE TO SCS-ESCAL-SERVICE(SCS-ESCAL-INDEX)
108290         MOVE IN-SERVER TO SCS-ESCAL-SERVER(SCS-ESCAL-INDEX)
108300         MOVE "Y" TO SCS-SHIFT-FOUND-SW
108310     END-IF
108320     IF SCS-SHIFT-FOUND
108330         MOVE "Y" TO SCS-ESCAL-OPEN(SCS-ESCAL-INDEX)
108340         MOVE IN-DETECTED TO SCS-ESCAL-STAMP(SCS-ESCAL-INDEX)
108350     END-IF.
108360
108370*****************************************************************
108380* SUMMARIZE-ONE-ESCALATION - ONE ESCALATION STILL OPEN.
108390*****************************************************************
108400 SUMMARIZE-ONE-ESCALATION.
108410     IF SCS-ESCAL-OPEN(SCS-ESCAL-INDEX) = "Y"
108420         ADD 1 TO SCS-SHIFT-COUNT
108430         MOVE "ESCALADO" TO SCS-SHIFT-KIND
108440         MOVE SPACES TO SCS-SHIFT-TEXT
108450         STRING SCS-ESCAL-SERVICE(SCS-ESCAL-INDEX)
108460                    DELIMITED BY SIZE
108470                " em " DELIMITED BY SIZE
108480                SCS-ESCAL-SERVER(SCS-ESCAL-INDEX)(1:30)
108490                    DELIMITED BY SIZE
108500                " desde " DELIMITED BY SIZE
108510                SCS-ESCAL-STAMP(SCS-ESCAL-INDEX)
108520                    DELIMITED BY SIZE
108530                INTO SCS-SHIFT-TEXT
108540         PERFORM ADD-SHIFT-LINE
108550     END-IF.
108560
108570*****************************************************************
108580* SUMMARIZE-CERT-DEADLINES - THE CERTIFICATE WORKLIST CUT DOWN
108590* TO 7 DAYS: WHAT EXPIRES WITHIN A WEEK AND EVERY SITE WITH NO
108600* CERTIFICATE, SOONEST FIRST.
108610*****************************************************************
108620 SUMMARIZE-CERT-DEADLINES.
108630     ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
108640     MOVE SCS-AUDIT-DATE TO SCS-CD-DATE
108650     PERFORM CONVERT-DATE-TO-SERIAL
108660     MOVE SCS-CD-SERIAL TO SCS-TODAY-SERIAL
108670     PERFORM LOAD-CERT-TABLE
108680     MOVE ZERO TO SCS-WORK-USED
108690     MOVE 7 TO SCS-WORK-HORIZON
108700     PERFORM RATE-CERT-FOR-WORKLIST
108710         VARYING SCS-CERT-INDEX FROM 1 BY 1
108720         UNTIL SCS-CERT-INDEX > SCS-CERT-USED
108730     PERFORM ADD-UNREGISTERED-SITES
108740     PERFORM SORT-WORKLIST
108750     PERFORM SUMMARIZE-ONE-CERT
108760         VARYING SCS-WORK-INDEX FROM 1 BY 1
108770         UNTIL SCS-WORK-INDEX > SCS-WORK-USED
108780     IF SCS-WORK-USED = ZERO
108790         MOVE "CERT" TO SCS-SHIFT-KIND
108800         MOVE "Nenhum certificado vence nos proximos 7 dias."
108810             TO SCS-SHIFT-TEXT
108820         PERFORM ADD-SHIFT-LINE
108830     END-IF.
108840
108850*****************************************************************
108860* SUMMARIZE-ONE-CERT - ONE WORKLIST ENTRY, WITH THE DAYS LEFT.
108870*****************************************************************
108880 SUMMARIZE-ONE-CERT.
108890     MOVE "CERT" TO SCS-SHIFT-KIND
108900     MOVE SPACES TO SCS-SHIFT-TEXT
108910     IF SCS-WORK-EXPIRY(SCS-WORK-INDEX) = ZERO
108920         STRING SCS-WORK-DOMAIN(SCS-WORK-INDEX)(1:30)
108930                    DELIMITED BY SIZE
108940                " " DELIMITED BY SIZE
108950                SCS-WORK-SERVER(SCS-WORK-INDEX)(1:20)
108960                    DELIMITED BY SIZE
108970                " SEM CERTIFICADO" DELIMITED BY SIZE
108980                INTO SCS-SHIFT-TEXT
108990     ELSE
109000         MOVE SCS-WORK-EXPIRY(SCS-WORK-INDEX) TO SCS-CD-DATE
109010         PERFORM CONVERT-DATE-TO-SERIAL
109020         MOVE SCS-CD-SERIAL TO SCS-EXPIRY-SERIAL
109030         COMPUTE SCS-CERT-DAYS-LEFT =
109040             SCS-EXPIRY-SERIAL - SCS-TODAY-SERIAL
109050         MOVE SCS-CERT-DAYS-LEFT TO SCS-CERT-DAYS-DISP
109060         MOVE SCS-WORK-EXPIRY(SCS-WORK-INDEX) TO SCS-CERT-EXPIRY
109070         STRING SCS-WORK-DOMAIN(SCS-WORK-INDEX)(1:30)
109080                    DELIMITED BY SIZE
109090                " " DELIMITED BY SIZE
109100                SCS-WORK-SERVER(SCS-WORK-INDEX)(1:20)
109110                    DELIMITED BY SIZE
109120                " expira " DELIMITED BY SIZE
109130                SCS-CERT-EXPIRY-X DELIMITED BY SIZE
109140                " (" DELIMITED BY SIZE
109150                SCS-CERT-DAYS-DISP DELIMITED BY SIZE
109160                " dias)" DELIMITED BY SIZE
109170                INTO SCS-SHIFT-TEXT
109180     END-IF
109190     PERFORM ADD-SHIFT-LINE.
109200
109210*****************************************************************
109220* DISPLAY-SHIFT-LINE - ONE LINE OF THE HANDOVER BEING BUILT.
109230*****************************************************************
109240 DISPLAY-SHIFT-LINE.
109250     DISPLAY "  " SCS-SHIFT-TAB-KIND(SCS-SHIFT-INDEX) " "
109260         SCS-SHIFT-TAB-TEXT(SCS-SHIFT-INDEX).
109270
109280*****************************************************************
109290* ACCEPT-SHIFT-NOTE - ONE LINE OF THE OPERATOR'S NOTES. A BLANK
109300* LINE, OR A FULL HANDOVER, ENDS THEM.
109310*****************************************************************
109320 ACCEPT-SHIFT-NOTE.
109330     MOVE SPACES TO SCS-SHIFT-NOTE
109340     ACCEPT SCS-SHIFT-NOTE
109350     IF SCS-SHIFT-NOTE = SPACES
109360         MOVE "Y" TO SCS-SHIFT-NOTES-DONE-SW
109370     ELSE
109380         MOVE "NOTA" TO SCS-SHIFT-KIND
109390         MOVE SCS-SHIFT-NOTE TO SCS-SHIFT-TEXT
109400         PERFORM ADD-SHIFT-LINE
109410         IF SCS-SHIFT-FULL
109420             MOVE "Y" TO SCS-SHIFT-NOTES-DONE-SW
109430         END-IF
109440     END-IF.
109450
109460*****************************************************************
109470* WRITE-HANDOVER - FILES THE HANDOVER BUILT IN CORE UNDER THE
109480* NEXT HANDOVER NUMBER, ALL ITS LINES TOGETHER. CREATES THE
109490* FILE ON FIRST USE.
109500*****************************************************************
109510 WRITE-HANDOVER.
109520     PERFORM FIND-HANDOVER-TOP
109530     COMPUTE SCS-SHIFT-NUMBER = SCS-SHIFT-TOP + 1
109540     PERFORM BUILD-SHIFT-STAMP
109550     OPEN EXTEND HANDOVER-FILE
109560     IF SCS-HANDOVER-STATUS = "35"
109570         OPEN OUTPUT HANDOVER-FILE
109580         CLOSE HANDOVER-FILE
109590         OPEN EXTEND HANDOVER-FILE
109600     END-IF
109610     PERFORM WRITE-HANDOVER-LINE
109620         VARYING SCS-SHIFT-INDEX FROM 1 BY 1
109630         UNTIL SCS-SHIFT-INDEX > SCS-SHIFT-USED
109640     CLOSE HANDOVER-FILE
109650     IF SCS-SHIFT-FULL
109660         DISPLAY "Passagem de turno longa demais - as ultimas"
109670             " linhas ficaram de fora."
109680     END-IF
109690     MOVE SCS-SHIFT-NUMBER TO SCS-SHIFT-NUMBER-DISP
109700     DISPLAY "Passagem de turno " SCS-SHIFT-NUMBER-DISP
109710         " gravada em HANDOVER.".
109720
109730*****************************************************************
109740* WRITE-HANDOVER-LINE - ONE HANDOVER LINE.
109750*****************************************************************
109760 WRITE-HANDOVER-LINE.
109770     MOVE SPACES TO HANDOVER-RECORD
109780     MOVE SCS-SHIFT-NUMBER TO HO-NUMBER
109790     MOVE SCS-SHIFT-STAMP TO HO-STAMP
109800     MOVE SCS-OPERATOR-ID TO HO-OPERATOR
109810     MOVE SCS-SHIFT-TAB-KIND(SCS-SHIFT-INDEX) TO HO-KIND
109820     MOVE SCS-SHIFT-TAB-TEXT(SCS-SHIFT-INDEX) TO HO-TEXT
109830     WRITE HANDOVER-RECORD.
109840
109850*****************************************************************
109860* HANDOVER-HISTORY - SUPERVISOR-ONLY: EVERY HANDOVER FILED IN A
109870* DATE RANGE, EACH WITH WHO ACKNOWLEDGED IT AND WHEN.
109880*****************************************************************
109890 HANDOVER-HISTORY.
109900     MOVE "Data inicial (AAAAMMDD, em branco = hoje): "
109910         TO SCS-PROMPT-TEXT
109920     MOVE "N" TO SCS-VALID-INPUT-SW
109930     PERFORM PROMPT-SHIFT-DATE UNTIL SCS-VALID-INPUT
109940     MOVE SCS-SHIFT-DATE-IN TO SCS-SHIFT-FROM
109950     MOVE "Data final (AAAAMMDD, em branco = hoje): "
109960         TO SCS-PROMPT-TEXT
109970     MOVE "N" TO SCS-VALID-INPUT-SW
109980     PERFORM PROMPT-SHIFT-DATE UNTIL SCS-VALID-INPUT
109990     MOVE SCS-SHIFT-DATE-IN TO SCS-SHIFT-TO
110000     IF SCS-SHIFT-FROM > SCS-SHIFT-TO
110010         DISPLAY "Data inicial depois da data final."
110020         MOVE "ERRO" TO SCS-COMMAND-OUTCOME
110030     ELSE
110040         MOVE ZERO TO SCS-SHIFT-COUNT
110050         OPEN INPUT HANDOVER-FILE
110060         IF SCS-HANDOVER-STATUS = "00"
110070             MOVE ZERO TO SCS-SHIFT-PREV-NUMBER
110080             MOVE "N" TO SCS-SHIFT-EOF-SW
110090             PERFORM LIST-HANDOVER-LINE UNTIL SCS-SHIFT-EOF
110100             CLOSE HANDOVER-FILE
110110         END-IF
110120         IF SCS-SHIFT-COUNT = ZERO
110130             DISPLAY "Nenhuma passagem de turno no periodo."
110140         END-IF
110150         MOVE "EXECUTADO" TO SCS-COMMAND-OUTCOME
110160     END-IF.
110170
110180*****************************************************************
110190* PROMPT-SHIFT-DATE - ONE DATE OF THE HISTORY RANGE; BLANK IS
110200* TODAY. PERFORMED UNTIL A DATE IN DIGITS IS GIVEN.
110210*****************************************************************
110220 PROMPT-SHIFT-DATE.
110230     DISPLAY SCS-PROMPT-TEXT
110240     MOVE SPACES TO SCS-SHIFT-DATE-IN
110250     ACCEPT SCS-SHIFT-DATE-IN
110260     IF SCS-SHIFT-DATE-IN = SPACES
110270         ACCEPT SCS-AUDIT-DATE FROM DATE YYYYMMDD
110280         MOVE SCS-AUDIT-DATE TO SCS-SHIFT-DATE-IN
110290     END-IF
110300     IF SCS-SHIFT-DATE-IN IS NUMERIC
110310         MOVE "Y" TO SCS-VALID-INPUT-SW
110320     ELSE
110330         DISPLAY "Data invalida. Tente novamente."
110340     END-IF.
110350
110360*****************************************************************
110370* LIST-HANDOVER-LINE - ONE HANDOVER LINE OF THE HISTORY: A LINE
110380* FILED IN THE RANGE IS SHOWN, UNDER A HEADING AND THE
110390* ACKNOWLEDGEMENTS WHEN IT STARTS A HANDOVER.
110400*****************************************************************
110410 LIST-HANDOVER-LINE.
110420     READ HANDOVER-FILE
110430         AT END
110440             MOVE "Y" TO SCS-SHIFT-EOF-SW
110450         NOT AT END
110460             IF HO-STAMP(1:8) >= SCS-SHIFT-FROM
110470                     AND HO-STAMP(1:8) <= SCS-SHIFT-TO
110480                 IF HO-NUMBER NOT = SCS-SHIFT-PREV-NUMBER
110490                     MOVE HO-NUMBER TO SCS-SHIFT-PREV-NUMBER
110500                     ADD 1 TO SCS-SHIFT-COUNT
110510                     MOVE HO-NUMBER TO SCS-SHIFT-NUMBER-DISP
110520                     DISPLAY "===== Passagem de turno "
110530                         SCS-SHIFT-NUMBER-DISP " de " HO-OPERATOR
110540                         " em " HO-STAMP " ====="
110550                     PERFORM LIST-HANDOVER-ACKS
110560                 END-IF
110570                 DISPLAY "  " HO-KIND " " HO-TEXT
110580             END-IF
110590     END-READ.
110600
110610*****************************************************************
110620* LIST-HANDOVER-ACKS - WHO ACKNOWLEDGED THE HANDOVER UNDER THE
110630* READ HEAD, AND WHEN.
110640*****************************************************************
110650 LIST-HANDOVER-ACKS.
110660     MOVE ZERO TO SCS-SHIFT-ACKS
110670     OPEN INPUT HANDOVER-ACK-FILE
110680     IF SCS-HANDACK-STATUS = "00"
110690         MOVE "N" TO SCS-SHIFT-ACK-EOF-SW
110700         PERFORM LIST-HANDOVER-ACK UNTIL SCS-SHIFT-ACK-EOF
110710         CLOSE HANDOVER-ACK-FILE
110720     END-IF
110730     IF SCS-SHIFT-ACKS = ZERO
110740         DISPLAY "  Ainda sem confirmacao de leitura."
110750     END-IF.
110760
110770*****************************************************************
110780* LIST-HANDOVER-ACK - ONE HANDACK LINE.
110790*****************************************************************
110800 LIST-HANDOVER-ACK.
110810     READ HANDOVER-ACK-FILE
110820         AT END
110830             MOVE "Y" TO SCS-SHIFT-ACK-EOF-SW
110840         NOT AT END
110850             IF HK-NUMBER = HO-NUMBER
110860                 ADD 1 TO SCS-SHIFT-ACKS
110870                 DISPLAY "  Lida por " HK-OPERATOR " em " HK-STAMP
110880             END-IF
110890     END-READ.
