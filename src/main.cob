               ASSIGN TO DYNAMIC WS-TAG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-STATUS.
           SELECT SLA-FILE
               ASSIGN TO DYNAMIC WS-SLA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.
           SELECT LGR-FILE
               ASSIGN TO DYNAMIC WS-ED-LGR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-LGR-STATUS.
           SELECT WRQ-FILE
               ASSIGN TO DYNAMIC WS-WRQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRQ-STATUS.
           SELECT TURN-FILE
               ASSIGN TO DYNAMIC WS-HO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.
           SELECT DOC-WORK-FILE
               ASSIGN TO DYNAMIC WS-DOC-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-WORK-STATUS.
           SELECT LIVE-FILE
               ASSIGN TO DYNAMIC WS-LV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LV-STATUS.
           SELECT HB-FILE
               ASSIGN TO DYNAMIC WS-HB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  MERGE-RECORD        PIC X(2100).
       FD  TAG-FILE.
       01  TAG-RECORD          PIC X(100).
       FD  SLA-FILE.
       01  SLA-RECORD          PIC X(300).
       FD  LGR-FILE.
       01  LGR-RECORD          PIC X(200).
       FD  WRQ-FILE.
       01  WRQ-RECORD          PIC X(1300).
       FD  TURN-FILE.
       01  TURN-RECORD         PIC X(500).
       FD  DOC-WORK-FILE.
       01  DOC-WORK-RECORD     PIC X(2030).
       FD  LIVE-FILE.
       01  LIVE-RECORD         PIC X(200).
       FD  HB-FILE.
       01  HB-RECORD           PIC X(400).

       WORKING-STORAGE SECTION.
      * Slash-command parsing / /save & /load
       01  WS-OM-QUOTA         PIC 9(9).
       01  WS-OM-FOUND         PIC X.

      *> Sign-on -- an interactive session proves its operator id
      *> with the PIN SIGN-ON holds hashed on operators.dat; a run
      *> that does not prompt must be under a service id instead.
      *> Once signed on, the chat loop locks after the security
      *> profile's idle minutes until the PIN is given again.
       01  WS-SO-ACTION        PIC X.
       01  WS-SO-PIN           PIC X(12).
       01  WS-SO-RESULT        PIC X.
       01  WS-SO-HASH          PIC 9(9).
       01  WS-SO-DETAIL        PIC X(80).
       01  WS-SO-TRIES         PIC 9.
       01  WS-SO-INTERACTIVE   PIC X.
       01  WS-SIGNED-ON        PIC X VALUE 'N'.
       01  WS-IDLE-LIMIT       PIC 9(7) VALUE 0.
       01  WS-IDLE-MARK        PIC 9(11) VALUE 0.
       01  WS-IDLE-NOW         PIC 9(11).
       01  WS-IDLE-DATE        PIC 9(8).
       01  WS-IDLE-HELD        PIC X VALUE 'N'.
       01  WS-IDLE-MIN-ED      PIC ZZZZ9.

      *> Per-operator security profile -- security-profiles.dat next
      *> to the executable (operator|allowed-tools|allowed-models|
      *> confirm|idle-minutes|outbound-set|profile-name), loaded at
      *> startup and applied before TOOL-CONFIG takes any /tools
      *> command. The tool and model fields are comma lists or '*';
      *> LOCKED in the confirm field locks confirm-before-dispatch on
      *> for the session. A '*' operator
      *> line is the default for ids without a line of their own.
      *> A named outbound set adds outbound-rules-<set>.dat to the
      *> rules DLP-CHECK screens this operator's calls with. The
      *> profile name is what a PROFILE:<name> broadcast targets.
       01  WS-SEC-PATH         PIC X(540).
       01  WS-SEC-STATUS       PIC XX.
       01  WS-SEC-EOF          PIC X.
       01  WS-SEC-L-TOOLS      PIC X(400).
       01  WS-SEC-L-MODELS     PIC X(400).
       01  WS-SEC-L-CONFIRM    PIC X(10).
       01  WS-SEC-L-IDLE       PIC X(10).
       01  WS-SEC-L-DLP        PIC X(20).
       01  WS-SEC-L-PROF       PIC X(20).
       01  WS-SEC-TOOLS        PIC X(400).
       01  WS-SEC-MODELS       PIC X(400).
       01  WS-SEC-CONFIRM      PIC X(10).
       01  WS-SEC-IDLE         PIC X(10).
       01  WS-SEC-DLP          PIC X(20).
       01  WS-SEC-PROF-NAME    PIC X(20) VALUE SPACES.
       01  WS-SEC-MDL-ALL      PIC X VALUE 'Y'.
       01  WS-SEC-MDL-CNT      PIC 99 VALUE 0.
       01  WS-SEC-MDL-TABLE.
       01  WS-MERGE-IDX        PIC 9(4).
       01  WS-MERGE-PTR        PIC 9(4).
       01  WS-MERGE-HIT        PIC X.
       01  WS-MERGE-OVER       PIC X.
       01  WS-MERGE-EMPTY      PIC 99.
       01  WS-MERGE-EMPTY-NAME PIC X(30).
       01  WS-TPL-KEY          PIC X(200).

      * Structured-output mode (--fields <defs> <in> <out>): the
       01  WS-STG-STAMP-D      PIC 9(8).
       01  WS-STG-STAMP-T      PIC 9(8).

      * Edit pass (--edit on --batch, --rerun, --template or
      * --fields): the whole input is vetted before a single call is
      * paid for. Lines too long for the input record, blank,
      * duplicated, missing a merge field, or caught by a redaction
      * pattern or compliance rule are listed; the run's tokens and
      * cost are projected from COST-ESTIMATE's figures and held
      * against what is left of the month's budget; RETURN-CODE tells
      * the job stream whether the real run may follow: 0 clean, 4
      * warnings only, 8 errors or over budget.
       01  WS-EDIT-MODE        PIC X VALUE 'N'.
       01  WS-ED-LINENO        PIC 9(6) VALUE 0.
       01  WS-ED-LINENO-ED     PIC Z(5)9.
       01  WS-ED-LINES         PIC 9(6) VALUE 0.
       01  WS-ED-ERRORS        PIC 9(6) VALUE 0.
       01  WS-ED-WARNINGS      PIC 9(6) VALUE 0.
       01  WS-ED-LONG-CNT      PIC 9(6) VALUE 0.
       01  WS-ED-BLANK-CNT     PIC 9(6) VALUE 0.
       01  WS-ED-DUP-CNT       PIC 9(6) VALUE 0.
       01  WS-ED-MERGE-CNT     PIC 9(6) VALUE 0.
       01  WS-ED-SHAPE-CNT     PIC 9(6) VALUE 0.
       01  WS-ED-REDACT-CNT    PIC 9(6) VALUE 0.
       01  WS-ED-BLOCK-CNT     PIC 9(6) VALUE 0.
       01  WS-ED-FLAG-CNT      PIC 9(6) VALUE 0.
       01  WS-ED-THRESH-CNT    PIC 9(6) VALUE 0.
       01  WS-ED-CONTINUED     PIC X.
       01  WS-ED-TEXT          PIC X(2000).
       01  WS-ED-REASON        PIC X(200).
       01  WS-ED-DELIMS        PIC 99.
       01  WS-ED-FIELDS-ED     PIC Z9.
       01  WS-ED-BASE-SIZE     PIC 9(6).
       01  WS-ED-TOKENS        PIC 9(9) VALUE 0.
       01  WS-ED-REPLY-TOKENS  PIC 9(9) VALUE 0.
       01  WS-ED-COST          PIC 9(7)V9(4) VALUE 0.
       01  WS-ED-COUNT-ED      PIC Z(8)9.
       01  WS-ED-MONEY-ED      PIC -(6)9.9(4).
      *>   Duplicates are caught on a hash of the whole line plus its
      *>   length; the first 5000 distinct lines are remembered.
       01  WS-ED-HASH          PIC 9(12).
       01  WS-ED-HASH-IDX      PIC 9(4).
       01  WS-ED-HASH-LEN      PIC 9(4).
       01  WS-ED-SEEN-MAX      PIC 9(4) VALUE 5000.
       01  WS-ED-SEEN-COUNT    PIC 9(4) VALUE 0.
       01  WS-ED-SEEN-IDX      PIC 9(4).
       01  WS-ED-SEEN-FULL     PIC X VALUE 'N'.
       01  WS-ED-DUP-OF        PIC 9(6).
       01  WS-ED-SEEN-TABLE.
           05  WS-ED-SEEN OCCURS 5000 TIMES.
               10  WS-ED-SEEN-HASH PIC 9(12).
               10  WS-ED-SEEN-LEN  PIC 9(4).
               10  WS-ED-SEEN-LINE PIC 9(6).
      *>   AUDIT-LOG's redaction probe masks a copy without writing
      *>   anything; a growth in the marker count is a pattern hit.
       01  WS-ED-AUDIT-ROLE    PIC X(20) VALUE 'redact-probe'.
       01  WS-ED-AUDIT-TEXT    PIC X(2000).
       01  WS-ED-MARKS-BEFORE  PIC 9(4).
       01  WS-ED-MARKS-AFTER   PIC 9(4).
      *>   This month's ledgered spend, replayed from cost-ledger.dat
      *>   the way SPEND-PROJECTION reads it.
       01  WS-ED-LGR-PATH      PIC X(520).
       01  WS-ED-LGR-STATUS    PIC XX.
       01  WS-ED-LGR-EOF       PIC X.
       01  WS-ED-LGR-DATE      PIC X(10).
       01  WS-ED-LGR-SKIP      PIC X(100).
       01  WS-ED-LGR-COST      PIC X(12).
       01  WS-ED-MONTH         PIC X(7).
       01  WS-ED-TODAY         PIC 9(8).
       01  WS-ED-SPENT         PIC S9(7)V9(4) VALUE 0.
       01  WS-ED-BUDGET        PIC 9(7)V99 VALUE 0.
       01  WS-ED-REMAIN        PIC S9(7)V9(4) VALUE 0.
       01  WS-ED-REMAIN-ED     PIC -(6)9.9(4).
       01  WS-ED-OVER-BUDGET   PIC X VALUE 'N'.

      * /search <text> and the batch-callable --search <text>
       01  WS-SEARCH-MODE      PIC X VALUE 'N'.
       01  WS-SEARCH-TEXT      PIC X(200).

      * Cost ledger / monthly budget cap -- COST-LEDGER prices every
      * call; once it reports the month's spend over budget, further
      * calls are refused until /override, which takes a supervisor's
      * second signature through DUAL-AUTH.
       01  WS-OVER-BUDGET      PIC X VALUE 'N'.
       01  WS-BUDGET-OVERRIDE  PIC X VALUE 'N'.
       01  WS-DA-MODE          PIC X VALUE 'R'.
       01  WS-DA-ACTION        PIC X(10) VALUE 'OVERRIDE'.
       01  WS-DA-DETAIL        PIC X(80)
               VALUE 'keep calling past the monthly budget cap'.
       01  WS-DA-APPROVAL      PIC X(6).
       01  WS-DA-RESULT        PIC X.
       01  WS-DA-APPROVER      PIC X(8).

      * Hot-folder watch mode (--watch) -- request files arriving in
      * inbox/ are answered into outbox/ under the same name and
       01  WS-WATCH-POLL       PIC 9(3) VALUE 5.
       01  WS-WATCH-CMD        PIC X(1400).
       01  WS-WATCH-SLEEP      PIC X(20).
      * Turnaround SLA -- the inbox is listed oldest first with each
      * file's modification time as its arrival, and every answered
      * request leaves a line in watch-sla.dat (arrival|pickup|reply|
      * system|outcome|file name, times YYYY-MM-DD HH:MM:SS, the
      * system being the file name up to its first '-', '_' or '.')
      * for SLA-REPORT to roll up.
       01  WS-SLA-PATH         PIC X(520).
       01  WS-SLA-STATUS       PIC XX.
       01  WS-SLA-BAR-POS      PIC 9(4).
       01  WS-SLA-ARRIVAL      PIC X(19).
       01  WS-SLA-PICKUP       PIC X(19).
       01  WS-SLA-REPLY        PIC X(19).
       01  WS-SLA-STAMP        PIC X(19).
       01  WS-SLA-SYSTEM       PIC X(20).
       01  WS-SLA-OUTCOME      PIC X(3).
       01  WS-SLA-NOW-D        PIC 9(8).
       01  WS-SLA-NOW-T        PIC 9(8).
      * Request envelope -- a hot-folder file may open with a
      * header block, a #ENVELOPE line, KEY: value lines and a #END
      * line, ahead of the prompt text:
      *   PRIORITY        HIGH or NORMAL (HIGH files in a scan are
      *                   picked up before older NORMAL ones)
      *   PROFILE         system-prompt profile to answer under
      *   MODEL           model to answer with
      *   FORMAT          TEXT (the default) or JSON
      *   REPLY-TO        folder under the install directory the
      *                   reply is written to instead of outbox/
      *   CORRELATION-ID  echoed into the reply and into audit.dat
      * A PROFILE, MODEL or REPLY-TO must be allowed for the
      * requesting system in watch-requesters.dat
      * (system|profiles|models|folders, comma lists, '*' for any,
      * a '*' system line as the default); a header that is refused
      * or malformed is answered with <name>.err in outbox/ giving
      * the reason, never with the defaults.
       01  WS-EVL-STATE        PIC X.
       01  WS-EVL-PRIORITY     PIC X(6).
       01  WS-EVL-PROFILE      PIC X(50).
       01  WS-EVL-MODEL        PIC X(100).
       01  WS-EVL-FORMAT       PIC X(4).
       01  WS-EVL-REPLY-TO     PIC X(200).
       01  WS-EVL-CORR-ID      PIC X(64).
       01  WS-EVL-REASON       PIC X(200).
       01  WS-EVL-LINE         PIC X(1000).
       01  WS-EVL-KEY          PIC X(20).
       01  WS-EVL-VALUE        PIC X(200).
       01  WS-EVL-COLON        PIC 9(4).
       01  WS-EVL-LINES        PIC 9(3).
       01  WS-EVL-OUT-DIR      PIC X(520).
       01  WS-EVL-DOTS         PIC 9(4).
       01  WS-EVL-RC           PIC S9(9) BINARY.
       01  WS-EVL-SWITCHED     PIC X VALUE 'N'.
      * JSON-format replies -- text escaped into the output record.
       01  WS-EVL-JSON-IN      PIC X(2000).
       01  WS-EVL-JSON-LEN     PIC 9(4).
       01  WS-EVL-JSON-IDX     PIC 9(4).
       01  WS-EVL-JPTR         PIC 9(4).
       01  WS-EVL-CH           PIC X.
      * The daemon's own model and prompt, put back after every
      * request whose envelope switched them.
       01  WS-EVL-DEF-MODEL    PIC X(100).
       01  WS-EVL-DEF-PROFILE  PIC X(50).
       01  WS-EVL-DEF-CONTENT  PIC X(2000).
       01  WS-EVL-DEF-STATUS   PIC X.
      * watch-requesters.dat, read for each request that asks for a
      * profile, model or folder -- an exact system match wins over
      * the '*' line.
       01  WS-WRQ-PATH         PIC X(540).
       01  WS-WRQ-STATUS       PIC XX.
       01  WS-WRQ-EOF          PIC X.
       01  WS-WRQ-HIT          PIC X.
       01  WS-WRQ-L-SYSTEM     PIC X(20).
       01  WS-WRQ-L-PROFILES   PIC X(300).
       01  WS-WRQ-L-MODELS     PIC X(500).
       01  WS-WRQ-L-FOLDERS    PIC X(400).
       01  WS-WRQ-PROFILES     PIC X(300).
       01  WS-WRQ-MODELS       PIC X(500).
       01  WS-WRQ-FOLDERS      PIC X(400).
       01  WS-WRQ-LIST         PIC X(500).
       01  WS-WRQ-ITEM         PIC X(200).
       01  WS-WRQ-WANT         PIC X(200).
       01  WS-WRQ-PTR          PIC 9(4).
       01  WS-WRQ-OK           PIC X.
      * One scan's listing, held so HIGH-priority files can be taken
      * first; anything past the table waits for the next scan.
       01  WS-WQ-MAX           PIC 9(3) VALUE 500.
       01  WS-WQ-COUNT         PIC 9(3).
       01  WS-WQ-TABLE.
           05  WS-WQ-ENTRY OCCURS 500 TIMES.
               10  WS-WQ-ARRIVAL   PIC X(19).
               10  WS-WQ-NAME      PIC X(200).
               10  WS-WQ-HIGH      PIC X.
       01  WS-WQ-IDX           PIC 9(3).
       01  WS-WQ-PASS          PIC X.
       01  WS-EG-KEY           PIC X(100).
       01  WS-EG-VALUE         PIC X(400).
       01  WS-REPLY-IDX        PIC 9(4).
       01  WS-CF-DISCLAIMER    PIC X(200).
       01  WS-CF-LEN           PIC 9(4).

      * Exchange note -- a 'system' audit record written just ahead
      * of each answered reply:
      *   exchange model <m> profile <p> tokens <prompt>/<completion>
      * with " flag <term>" or " blocked <term>" after it when the
      * compliance filter caught the reply. It goes in before the
      * reply so COBOLD_AUDIT_SEQ still names the reply itself for
      * /rate; QA-SAMPLE weighs the day's exchanges by it.
       01  WS-XN-MODEL         PIC X(100).
       01  WS-XN-PROFILE       PIC X(50).
       01  WS-XN-COMPLY        PIC X(70).
       01  WS-XN-PTOK-ED       PIC Z(5)9.
       01  WS-XN-CTOK-ED       PIC Z(5)9.

      * Budget early-warning flag -- SPEND-PROJECTION leaves
      * .cobold_budget_warn next to the executable once its
      * projection crosses the warning level; startup surfaces it.
       01  WS-BR-ARG           PIC X(50).
       01  WS-BR-PRIOR         PIC X(50).

      * Shift turnover -- /handoff <operator> <note> parks the live
      * conversation (its pins ride inside it) and its tags under
      * handoffs/<id>.json, every branch under handoffs/<id>.branches,
      * and appends a handoff line to turnover.dat:
      *   stamp|H|id|from operator|to operator|audit session|note
      * The receiving operator is shown the handoffs waiting for them
      * at sign-on; /pickup <id> restores the parked work, appends
      *   stamp|P|id|operator|audit session
      * and writes a system record naming the audit session it
      * carries on from. TURNOVER-REPORT rolls the file up.
       01  WS-HO-PATH          PIC X(540).
       01  WS-HO-STATUS        PIC XX.
       01  WS-HO-EOF           PIC X.
       01  WS-HO-ID            PIC X(15).
       01  WS-HO-ARG           PIC X(30).
       01  WS-HO-NOTE          PIC X(300).
       01  WS-HO-PTR           PIC 9(4).
       01  WS-HO-DATE          PIC 9(8).
       01  WS-HO-TIME          PIC 9(8).
       01  WS-HO-STAMP         PIC X(19).
       01  WS-HO-SESSION       PIC 9(9).
       01  WS-HO-BASE          PIC X(560).
       01  WS-HO-CMD           PIC X(700).
       01  WS-HO-BRANCHES      PIC X.
       01  WS-HO-L-STAMP       PIC X(19).
       01  WS-HO-L-TYPE        PIC X.
       01  WS-HO-L-ID          PIC X(15).
       01  WS-HO-L-OP1         PIC X(8).
       01  WS-HO-L-OP2         PIC X(8).
       01  WS-HO-L-SESSION     PIC X(9).
       01  WS-HO-L-NOTE        PIC X(300).
      * turnover.dat replayed: every handoff, and whether picked up.
       01  WS-HO-MAX           PIC 9(3) VALUE 200.
       01  WS-HO-COUNT         PIC 9(3) VALUE 0.
       01  WS-HO-TABLE.
           05  WS-HO-ENTRY OCCURS 200 TIMES.
               10  WS-HO-E-ID      PIC X(15).
               10  WS-HO-E-STAMP   PIC X(19).
               10  WS-HO-E-FROM    PIC X(8).
               10  WS-HO-E-TO      PIC X(8).
               10  WS-HO-E-SESSION PIC X(9).
               10  WS-HO-E-NOTE    PIC X(300).
               10  WS-HO-E-TAKEN   PIC X.
       01  WS-HO-IDX           PIC 9(3).
       01  WS-HO-SLOT          PIC 9(3).
       01  WS-HO-WAITING       PIC 9(3).
       01  WS-HO-BR-COUNT      PIC X(2).

      * Operator broadcasts -- BROADCAST shows the supervisors'
      * messages in force for this operator at sign-on and, as they
      * arrive, ahead of the next prompt; /ack acknowledges them and
      * /broadcasts lists them again. While a CRIT message is still
      * unacknowledged (WS-BC-PENDING) no prompt is sent.
       01  WS-BC-ACTION        PIC X.
       01  WS-BC-DEPT          PIC X(20) VALUE SPACES.
       01  WS-BC-MSG-ID        PIC X(6).
       01  WS-BC-PENDING       PIC 9(3) VALUE 0.
       01  WS-BC-WORD          PIC X(20).
       01  WS-BC-PEND-ED       PIC ZZ9.

      * Live-session marker -- while an interactive session runs it
      * keeps active/<pid>.ses next to the executable (pid|operator|
      * signed on|last turn, stamps YYYY-MM-DD HH:MM:SS), rewritten
      * after every turn and removed on /q, so OPS-CONSOLE can show
      * who is on. A marker whose PID is gone is debris from a
      * killed session and is passed over.
       01  WS-LV-PATH          PIC X(540).
       01  WS-LV-STATUS        PIC XX.
       01  WS-LV-CMD           PIC X(600).
       01  WS-LV-STARTED       PIC X(19) VALUE SPACES.
       01  WS-LV-STAMP         PIC X(19).
       01  WS-LV-DATE          PIC 9(8).
       01  WS-LV-TIME          PIC 9(8).

      * Heartbeat -- the --watch daemon, a --batch run and each of its
      * --workers keep heartbeat/<pid>.hb next to the executable
      * (pid|mode|last activity|requests handled|current file|
      * beat stamp|beat interval in seconds), rewritten every
      * HEARTBEAT_SECONDS (30 by default) and on each pickup, and
      * removed on a clean finish, so WATCHDOG can tell a dead or
      * hung run from a quiet one. An interval of 0 marks a parent
      * blocked waiting on its workers: only its PID is checked.
       01  WS-HB-PATH          PIC X(540) VALUE SPACES.
       01  WS-HB-STATUS        PIC XX.
       01  WS-HB-CMD           PIC X(600).
       01  WS-HB-MODE          PIC X(8).
       01  WS-HB-HANDLED       PIC 9(7) VALUE 0.
       01  WS-HB-CURRENT       PIC X(200) VALUE SPACES.
       01  WS-HB-LAST-ACT      PIC X(19) VALUE SPACES.
       01  WS-HB-STAMP         PIC X(19).
       01  WS-HB-INTERVAL      PIC 9(5) VALUE 30.
       01  WS-HB-WRITE-INT     PIC 9(5).
       01  WS-HB-WAITING       PIC X VALUE 'N'.
       01  WS-HB-FORCE         PIC X VALUE 'N'.
       01  WS-HB-DATE          PIC 9(8).
       01  WS-HB-TIME          PIC 9(8).
       01  WS-HB-NOW-SECS      PIC 9(12).
       01  WS-HB-LAST-SECS     PIC 9(12) VALUE 0.
       01  WS-HB-LINE-ED       PIC Z(5)9.

      * --selftest (for the scheduler to gate the batch window on):
      * checks every dependency in order, prints PASS/FAIL per item,
      * and leaves RETURN-CODE 8 on any failure.
       01  WS-MC-TOOLS         PIC X.
       01  WS-MC-NOTES         PIC X(100).

      * Model certification -- the profile name REGRESSION certifies
      * against ('-' when no system prompt is loaded), enforced by
      * AI-CALLER in unattended runs and only warned of on /model
       01  WS-CG-ACTION        PIC X.
       01  WS-CG-PROFILE       PIC X(50) VALUE '-'.
       01  WS-CG-ANSWER        PIC X.
       01  WS-CG-DATE          PIC X(10).

      * Provider endpoint settings held by PROVIDER-CONFIG, loaded
      * from the .env profile at startup and again on /reload.
       01  WS-PC-ACTION        PIC X.
       01  WS-SC-TIME          PIC X(5).
       01  WS-SC-ANSWER        PIC X.
       01  WS-STD-SCHED        PIC X(5).
       01  WS-STD-F1           PIC X(520).
       01  WS-SC-NOW-DATE      PIC 9(8).
       01  WS-SC-NOW-TIME      PIC 9(8).
       01  WS-WATCH-SUSPENDED  PIC X VALUE 'N'.

      * Run-over-run change detection -- STANDING-DIFF compares each
      * standing answer with the entry's previous one (line by line,
      * or field by field under a LAYOUT=<defs> option) and writes
      * <output-file>.chg for DISTRIBUTE to read. An entry carrying
      * the ALERT option raises a STDCHG incident when its answer
      * changed; alert-rules.dat decides who hears about it.
       01  WS-STD-ALERT        PIC X.
       01  WS-STD-DEFS         PIC X(500).
       01  WS-STD-OPT          PIC X(520).
       01  WS-STD-OPT-PTR      PIC 9(4).
       01  WS-STD-OPT-OK       PIC X.
       01  WS-SD-FAILED        PIC X.
       01  WS-SD-RESULT        PIC X.
       01  WS-SD-SUMMARY       PIC X(100).

      * /form -- interactive fill of the &NAME templates that
      * RUN-TEMPLATE-MODE only ever merged from a data file. The
      * library is the templates/ directory next to the executable
       01  WS-FORM-CHAR        PIC X.
       01  WS-FORM-LIST-PATH   PIC X(60).

      * Prompt-chain playbooks -- playbooks/<name>.pbk next to the
      * executable names a fixed sequence of steps, KEY: value lines
      * ('#' lines are comments):
      *   STEP: name       opens a step (STEPn when left unnamed)
      *   PROFILE: name    system-prompt profile the step runs under
      *   MODEL: name      model the step is sent to
      *   VALIDATE: defs   REPLY-VALIDATOR field definitions the
      *                    answer must pass before the next step
      *                    runs (relative to playbooks/)
      *   PROMPT: text     the step's prompt; further PROMPT: lines
      *                    continue it on a new line
      * A step without PROFILE or MODEL runs under the session's
      * own. In a prompt &INPUT is the run's input and &<step> the
      * answer of an earlier step. /play <name> [input] runs one
      * chain at the terminal showing every step; --play <name>
      * <infile> [outfile] runs one chain per input line. Each step
      * is audited as it starts, and a failed step -- call error,
      * withheld reply, or failed validation -- stops the chain and
      * writes a reject record (input :: reason) to <outfile>.rej,
      * or at the terminal to playbooks/<name>.rej.
       01  WS-PB-MODE          PIC X VALUE 'N'.
       01  WS-PLAYING          PIC X VALUE 'N'.
       01  WS-PB-NAME          PIC X(50).
       01  WS-PB-PATH          PIC X(560).
       01  WS-PB-INPUT         PIC X(1000).
       01  WS-PB-MAX           PIC 99 VALUE 10.
       01  WS-PB-COUNT         PIC 99 VALUE 0.
       01  WS-PB-TABLE.
           05  WS-PB-STEP OCCURS 10 TIMES.
               10  WS-PB-S-NAME    PIC X(30).
               10  WS-PB-S-PROFILE PIC X(50).
               10  WS-PB-S-MODEL   PIC X(100).
               10  WS-PB-S-DEFS    PIC X(500).
               10  WS-PB-S-PROMPT  PIC X(1500).
               10  WS-PB-S-PLEN    PIC 9(4).
               10  WS-PB-S-ANSWER  PIC X(2000).
       01  WS-PB-IDX           PIC 99.
       01  WS-PB-REF           PIC 99.
       01  WS-PB-STEP-ED       PIC Z9.
       01  WS-PB-COUNT-ED      PIC Z9.
       01  WS-PB-LINENO        PIC 9(4).
       01  WS-PB-LINENO-ED     PIC ZZZ9.
       01  WS-PB-KEY           PIC X(30).
       01  WS-PB-VALUE         PIC X(500).
       01  WS-PB-COLON         PIC 9(4).
       01  WS-PB-ERROR         PIC X(200).
       01  WS-PB-FAILED        PIC X.
       01  WS-PB-REASON        PIC X(300).
       01  WS-PB-SCAN          PIC 9(4).
       01  WS-PB-PTR           PIC 9(4).
       01  WS-PB-NLEN          PIC 99.
       01  WS-PB-NEXT          PIC X.
       01  WS-PB-HIT           PIC X.
       01  WS-PB-OVER          PIC X.
       01  WS-PB-OK            PIC 9(6) VALUE 0.
       01  WS-PB-FAIL          PIC 9(6) VALUE 0.
       01  WS-PB-CHK-PROFILE   PIC X(50).
       01  WS-PB-CHK-CONTENT   PIC X(2000).
       01  WS-PB-CHK-STATUS    PIC X.
      * The session's own model, prompt and conversation -- the
      * defaults a step falls back on, put back when a chain ends.
       01  WS-PB-SAVE-MODEL    PIC X(100).
       01  WS-PB-SAVE-PROFILE  PIC X(50).
       01  WS-PB-SAVE-CONTENT  PIC X(2000).
       01  WS-PB-SAVE-STATUS   PIC X.
       01  WS-PB-SAVE-JSON     PIC X(150000).
       01  WS-PB-SAVE-COUNT    PIC 99.

      * Document mode (--document <file> <instruction> [outfile]
      * [--chunk n] [--overlap n] [--restart] [--estimate]) -- a
      * file too long for one prompt is cut into chunks of whole
      * lines, at most n characters each (default 1500), every
      * chunk opening with the last few lines of the one before
      * (default 3) so nothing straddling a cut is lost. Each chunk
      * goes out alone under the instruction and its answer is
      * kept in <outfile>.work (chunk|first line|last line|answer);
      * combining passes then fold the answers together, as many
      * as fit one prompt at a time, until a single answer is left
      * citing the line ranges it drew on. <file>.ckpt holds the
      * last chunk answered, so --restart (with the same --chunk
      * and --overlap) resumes there. The projected cost shows
      * before the first call, and --estimate stops at it.
       01  WS-DOC-MODE         PIC X VALUE 'N'.
       01  WS-DOC-ESTIMATE     PIC X VALUE 'N'.
       01  WS-DOC-ARG          PIC X(20).
       01  WS-DOC-INSTR        PIC X(1000).
       01  WS-DOC-SIZE         PIC 9(4) VALUE 1500.
       01  WS-DOC-OVERLAP      PIC 99 VALUE 3.
       01  WS-DOC-WORK-PATH    PIC X(520).
       01  WS-DOC-WORK-STATUS  PIC XX.
       01  WS-DOC-WORK-EOF     PIC X.
       01  WS-DOC-DRY          PIC X.
       01  WS-DOC-EOF          PIC X.
       01  WS-DOC-FAILED       PIC X.
       01  WS-DOC-REASON       PIC X(300).
      * The line in hand -- read but not yet placed in a chunk. A
      * record longer than the input area reads back in pieces
      * (status 06); the pieces keep the one line number.
       01  WS-DOC-LINENO       PIC 9(7).
       01  WS-DOC-TOTAL-LINES  PIC 9(7).
       01  WS-DOC-CONT         PIC X.
       01  WS-DOC-HELD         PIC X.
       01  WS-DOC-HELD-LINE    PIC X(1000).
       01  WS-DOC-HELD-LEN     PIC 9(4).
       01  WS-DOC-HELD-NO      PIC 9(7).
      * The chunk being built, with where each of its lines starts.
       01  WS-DOC-TEXT         PIC X(1700).
       01  WS-DOC-CARRY        PIC X(1700).
       01  WS-DOC-LEN          PIC 9(4).
       01  WS-DOC-NEW          PIC 9(4).
       01  WS-DOC-NLINES       PIC 9(4).
       01  WS-DOC-LINE-TABLE.
           05  WS-DOC-L OCCURS 1700 TIMES.
               10  WS-DOC-L-START  PIC 9(4).
               10  WS-DOC-L-NO     PIC 9(7).
       01  WS-DOC-K            PIC 9(4).
       01  WS-DOC-J            PIC 9(4).
       01  WS-DOC-SHIFT        PIC 9(4).
       01  WS-DOC-ALEN         PIC 9(4).
       01  WS-DOC-PTR          PIC 9(4).
       01  WS-DOC-CHUNK        PIC 9(4).
       01  WS-DOC-CHUNKS       PIC 9(4) VALUE 0.
       01  WS-DOC-SYS-SIZE     PIC 9(6).
       01  WS-DOC-CALLS        PIC 9(4).
       01  WS-DOC-THRESH-CNT   PIC 9(4).
       01  WS-DOC-WITHHELD     PIC 9(4).
       01  WS-DOC-CUT-CNT      PIC 9(4).
      * Chunk answers, then each combining pass's answers written
      * back over the front of the table.
       01  WS-DOC-MAX          PIC 9(4) VALUE 500.
       01  WS-DOC-ANS-COUNT    PIC 9(4).
       01  WS-DOC-ANS-TABLE.
           05  WS-DOC-ANS OCCURS 500 TIMES.
               10  WS-DOC-A-FIRST  PIC 9(7).
               10  WS-DOC-A-LAST   PIC 9(7).
               10  WS-DOC-A-TEXT   PIC X(2000).
       01  WS-DOC-IDX          PIC 9(4).
       01  WS-DOC-OUT          PIC 9(4).
       01  WS-DOC-GROUP        PIC 9(4).
       01  WS-DOC-FINAL        PIC X.
       01  WS-DOC-ROUND        PIC 99.
       01  WS-DOC-CHUNK-ED     PIC ZZZ9.
       01  WS-DOC-CHUNKS-ED    PIC ZZZ9.
       01  WS-DOC-GROUP-ED     PIC ZZZ9.
       01  WS-DOC-ROUND-ED     PIC Z9.
       01  WS-DOC-FIRST-ED     PIC Z(6)9.
       01  WS-DOC-LAST-ED      PIC Z(6)9.

      * Parallel batch workers (--batch ... --workers n) -- the
      * input splits round-robin into per-worker slice files, n
      * copies of this executable run them concurrently in a hidden
       01  WS-GAP-FOUND        PIC X.
       01  WS-GAP-LINE         PIC 9(6).

      * Data lineage for batch outputs -- the file an answer went
      * to is recorded against the session that read the data. A
      * worker's own output is a /tmp slice, so the parent exports
      * the real output path as COBOLD_LINEAGE_OUT for the workers
      * to record instead.
       01  WS-LN-ACTION        PIC X VALUE 'W'.
       01  WS-LN-TOOL          PIC X(20) VALUE 'batch'.
       01  WS-LN-TARGET        PIC X(300).

      * Pre-flight cost gate -- before a call is placed, its cost is
      * estimated from the context about to be sent and the
      * prices.dat rates; past the COBOLD_CALL_THRESHOLD figure an
       01  WS-MODEL-PRIOR      PIC X(100).
       01  WS-TEMPERATURE      PIC 9V99.
       01  WS-MAX-TOKENS       PIC 9(5).
       01  WS-USER-INPUT       PIC X(2000).
       01  WS-RUNNING          PIC X VALUE 'Y'.
       01  WS-AI-RESPONSE      PIC X(2000).
       01  WS-STREAMED         PIC X.
       01  WS-PROMPT-CONTENT   PIC X(2000).
       01  WS-PROMPT-STATUS    PIC X.
       01  WS-PROMPT-PROFILE   PIC X(50).
       01  WS-PROMPT-VERSION   PIC X(20).

      * AI-CALLER's quiet flag -- 'Y' only for side calls whose
      * streaming would pollute the terminal or a job log
       MAIN-PARA.
           PERFORM PARSE-ARGS
           PERFORM CHECK-OPERATOR-STATUS
           PERFORM SIGN-ON-OPERATOR
           PERFORM APPLY-SECURITY-PROFILE
           MOVE 'K' TO WS-CF-ACTION
           CALL "COMPLY-FILTER" USING
                   WS-CM-STATUS
                   WS-CM-TOOL-CALL-ID
                   WS-CM-TOOL-CALLS
               PERFORM AUDIT-PROMPT-VERSION
           END-IF
           PERFORM SET-CERT-PROFILE

      *>   An edit pass vets the input and stops -- the job stream
      *>   decides off its RETURN-CODE whether the real run follows.
           IF WS-EDIT-MODE = 'Y'
                   AND (WS-BATCH-MODE = 'Y' OR WS-TPL-MODE = 'Y'
                        OR WS-FLD-MODE = 'Y')
               PERFORM RUN-EDIT-PASS
               STOP RUN
           END-IF

      *>   The scheduler reads the run's health off RETURN-CODE the
      *>   way it does any other job step: 0 clean, 4 some failures,
      *>   8 nothing succeeded.
           IF WS-BATCH-MODE = 'Y'
               PERFORM ENFORCE-CERT-GATE
               PERFORM RUN-BATCH-MODE
               PERFORM STOP-HEARTBEAT
               IF WS-BATCH-FAIL > 0
                   IF WS-BATCH-OK = 0
                       MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-SLICE-MODE = 'Y'
               PERFORM ENFORCE-CERT-GATE
               PERFORM RUN-SLICE-MODE
               PERFORM STOP-HEARTBEAT
               STOP RUN
           END-IF

           IF WS-TPL-MODE = 'Y'
               PERFORM ENFORCE-CERT-GATE
               PERFORM RUN-TEMPLATE-MODE
               STOP RUN
           END-IF

           IF WS-FLD-MODE = 'Y'
               PERFORM ENFORCE-CERT-GATE
               PERFORM RUN-FIELDS-MODE
               STOP RUN
           END-IF

           IF WS-WATCH-MODE = 'Y'
               PERFORM ENFORCE-CERT-GATE
               PERFORM RUN-WATCH-MODE
               PERFORM STOP-HEARTBEAT
               STOP RUN
           END-IF

               STOP RUN
           END-IF

           IF WS-PB-MODE = 'Y'
               PERFORM RUN-PLAY-MODE
               STOP RUN
           END-IF

           IF WS-DOC-MODE = 'Y'
               PERFORM ENFORCE-CERT-GATE
               PERFORM RUN-DOCUMENT-MODE
               STOP RUN
           END-IF

           IF WS-QUERY-MODE = 'Y'
               PERFORM ENFORCE-CERT-GATE
               PERFORM RUN-QUERY-MODE
               STOP RUN
           END-IF
           DISPLAY BOLD "   cobold-cli  --  AI agent in COBOL    " CLR
           DISPLAY BOLD "=========================================" CLR
           DISPLAY DIM "Model: " FUNCTION TRIM(WS-MODEL) CLR
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-URL)) = 'mock'
               DISPLAY DIM "Provider: mock -- scripted offline replies,"
                   " nothing is ledgered or charged" CLR
           END-IF
           DISPLAY DIM "Type /q to quit, /help for commands" CLR
           PERFORM SHOW-BUDGET-WARNING
           PERFORM SHOW-PENDING-HANDOFFS
           PERFORM START-BROADCASTS
           PERFORM MARK-LIVE-SESSION
           IF WS-PROMPT-STATUS = 'T'
               DISPLAY RED
                   "Warning: system prompt is longer than the "

           PERFORM CHECK-AUTOSAVE

           PERFORM MARK-IDLE-START
           PERFORM UNTIL WS-RUNNING = 'N'
               MOVE 'S' TO WS-BC-ACTION
               PERFORM CALL-BROADCAST
               DISPLAY BLUE "you @> " CLR WITH NO ADVANCING
               ACCEPT WS-USER-INPUT
               MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-TRIM
               PERFORM CHECK-IDLE-LOCK

               EVALUATE TRUE
                   WHEN WS-IDLE-HELD = 'Y'
                       CONTINUE
                   WHEN WS-INPUT-TRIM = '/q'
                       MOVE 'N' TO WS-RUNNING
                       PERFORM WRITE-SESSION-SUMMARY
                       PERFORM DELETE-AUTOSAVE
                       PERFORM DROP-LIVE-SESSION
                   WHEN WS-INPUT-TRIM = '/stats'
                       PERFORM CMD-STATS
                   WHEN WS-INPUT-TRIM = '/help'
                       PERFORM CMD-RELOAD
                   WHEN WS-INPUT-TRIM = '/override'
                       PERFORM CMD-OVERRIDE
                   WHEN WS-INPUT-TRIM(1:10) = '/override '
                       PERFORM CMD-OVERRIDE
                   WHEN WS-INPUT-TRIM(1:6) = '/save '
                       PERFORM CMD-SAVE
                   WHEN WS-INPUT-TRIM(1:6) = '/load '
                       PERFORM DRAIN-OFFLINE-QUEUE
                   WHEN WS-INPUT-TRIM = '/form'
                       PERFORM CMD-FORM
                   WHEN WS-INPUT-TRIM = '/play'
                           OR WS-INPUT-TRIM(1:6) = '/play '
                       PERFORM CMD-PLAY
                   WHEN WS-INPUT-TRIM(1:5) = '/pin '
                       PERFORM CMD-PIN
                   WHEN WS-INPUT-TRIM(1:7) = '/unpin '
                       PERFORM CMD-SWITCH
                   WHEN WS-INPUT-TRIM = '/branches'
                       PERFORM CMD-BRANCHES
                   WHEN WS-INPUT-TRIM(1:9) = '/handoff '
                       PERFORM CMD-HANDOFF
                   WHEN WS-INPUT-TRIM = '/pickup'
                           OR WS-INPUT-TRIM(1:8) = '/pickup '
                       PERFORM CMD-PICKUP
                   WHEN WS-INPUT-TRIM = '/history'
                       PERFORM CMD-HISTORY
                   WHEN WS-INPUT-TRIM = '/ack'
                           OR WS-INPUT-TRIM(1:5) = '/ack '
                       PERFORM CMD-ACK
                   WHEN WS-INPUT-TRIM = '/broadcasts'
                       MOVE 'L' TO WS-BC-ACTION
                       PERFORM CALL-BROADCAST
                   WHEN WS-INPUT-TRIM = '/redo'
                           OR WS-INPUT-TRIM(1:6) = '/redo '
                       PERFORM CMD-REDO
                       PERFORM AUTOSAVE-CONTEXT
                       PERFORM CHECK-DRAIN-QUEUE
               END-EVALUATE
               PERFORM MARK-IDLE-START
               IF WS-RUNNING = 'Y'
                   PERFORM MARK-LIVE-SESSION
               END-IF
           END-PERFORM

           STOP RUN.
               MOVE 'monthly budget exceeded' TO WS-AI-RESPONSE
               EXIT PARAGRAPH
           END-IF
           IF WS-BC-PENDING > 0
               DISPLAY RED "a critical broadcast is waiting for your"
                   " acknowledgement -- /ack it, then send again" CLR
               MOVE 'Y' TO WS-IS-ERROR
               MOVE 'critical broadcast not acknowledged'
                   TO WS-AI-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-MESSAGES-JSON))
               TO WS-CONTEXT-SIZE
           ELSE
               MOVE 'N' TO WS-AI-QUIET
           END-IF
           MOVE SPACES TO WS-XN-COMPLY
           CALL "AI-CALLER" USING
               WS-API-KEY
               WS-MODEL
                       AND WS-STANDING-MODE = 'N'
                       AND WS-QUERY-MODE = 'N'
                       AND WS-SLICE-MODE = 'N'
                       AND WS-PLAYING = 'N'
                       AND WS-DOC-MODE = 'N'
                   PERFORM QUEUE-OFFLINE-PROMPT
               END-IF
               DISPLAY " "
                   "reply buffer and was cut off]" CLR
           END-IF

           MOVE WS-MODEL TO WS-XN-MODEL
           PERFORM AUDIT-EXCHANGE-NOTE
           MOVE 'assistant'    TO WS-MSG-ROLE
           MOVE WS-AI-RESPONSE TO WS-MSG-CONTENT
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
           IF WS-BATCH-MODE = 'Y' OR WS-TPL-MODE = 'Y'
                   OR WS-FLD-MODE = 'Y' OR WS-WATCH-MODE = 'Y'
                   OR WS-STANDING-MODE = 'Y' OR WS-QUERY-MODE = 'Y'
                   OR WS-SLICE-MODE = 'Y' OR WS-PB-MODE = 'Y'
                   OR WS-DOC-MODE = 'Y'
               MOVE 'Y' TO WS-IS-ERROR
               MOVE SPACES TO WS-AI-RESPONSE
               STRING
                   WS-MESSAGES-JSON
                   WS-MSG-COUNT
                   WS-CM-STATUS
               STRING
                   'blocked '                     DELIMITED SIZE
                   FUNCTION TRIM(WS-CF-FLAG-TERM) DELIMITED SIZE
                   INTO WS-XN-COMPLY
               MOVE SPACES TO WS-AI-RESPONSE
               STRING
                   '[reply withheld by compliance filter: '
           IF FUNCTION TRIM(WS-CF-FLAG-TERM) NOT = SPACES
               DISPLAY RED "[compliance flag: reply mentions '"
                   FUNCTION TRIM(WS-CF-FLAG-TERM) "']" CLR
               STRING
                   'flag '                        DELIMITED SIZE
                   FUNCTION TRIM(WS-CF-FLAG-TERM) DELIMITED SIZE
                   INTO WS-XN-COMPLY
           END-IF
           IF FUNCTION TRIM(WS-CF-DISCLAIMER) NOT = SPACES
               DISPLAY DIM FUNCTION TRIM(WS-CF-DISCLAIMER) CLR
               END-IF
           END-IF.

      *> The exchange note ahead of the reply -- model, prompt profile
      *> and tokens, and the compliance filter's catch if any -- so
      *> the trail alone can say what an exchange cost and how it
      *> was screened.
       AUDIT-EXCHANGE-NOTE.
           MOVE WS-PROMPT-TOKENS     TO WS-XN-PTOK-ED
           MOVE WS-COMPLETION-TOKENS TO WS-XN-CTOK-ED
      *>   The profile is named as /rate names it in feedback.dat,
      *>   '-' for the default prompt as QUALITY-REPORT shows it.
           IF FUNCTION TRIM(WS-PROMPT-PROFILE) = SPACES
               MOVE '-' TO WS-XN-PROFILE
           ELSE
               MOVE WS-PROMPT-PROFILE TO WS-XN-PROFILE
           END-IF
           MOVE 'system' TO WS-MSG-ROLE
           MOVE SPACES TO WS-MSG-CONTENT
           STRING
               'exchange model '              DELIMITED SIZE
               FUNCTION TRIM(WS-XN-MODEL)     DELIMITED SIZE
               ' profile '                    DELIMITED SIZE
               FUNCTION TRIM(WS-XN-PROFILE)   DELIMITED SIZE
               ' tokens '                     DELIMITED SIZE
               FUNCTION TRIM(WS-XN-PTOK-ED)   DELIMITED SIZE
               '/'                            DELIMITED SIZE
               FUNCTION TRIM(WS-XN-CTOK-ED)   DELIMITED SIZE
               INTO WS-MSG-CONTENT
           IF WS-XN-COMPLY NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-MSG-CONTENT, TRAILING))
                   TO WS-CF-LEN
               STRING
                   ' '                           DELIMITED SIZE
                   FUNCTION TRIM(WS-XN-COMPLY)   DELIMITED SIZE
                   INTO WS-MSG-CONTENT(WS-CF-LEN + 1:)
           END-IF
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR.

      *> Pop the oldest turns out of the conversation, have the model
      *> summarize them in a throwaway side context, and put the
      *> summary back in as a system note. If the side call fails the
           CALL "ENV-READER" USING
               WS-ENV-PROFILE
               WS-API-KEY, WS-MODEL, WS-TEMPERATURE, WS-MAX-TOKENS
           MOVE 'L' TO WS-PC-ACTION
           CALL "PROVIDER-CONFIG" USING
               WS-PC-ACTION WS-ENV-PROFILE
               WS-PC-URL WS-PC-AUTH WS-PC-EXTRA
      *>   Against the mock provider the whole check runs offline:
      *>   no key is needed and the ping is answered from script.
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-URL)) = 'mock'
               IF FUNCTION TRIM(WS-MODEL) = SPACES
                   DISPLAY "FAIL  .env complete (model present)"
                   MOVE 'Y' TO WS-ST-FAILED
               ELSE
                   DISPLAY "PASS  .env complete (model present; mock"
                       " provider needs no key)"
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-API-KEY) = SPACES
                       OR FUNCTION TRIM(WS-MODEL) = SPACES
                   DISPLAY "FAIL  .env complete (key and model"
                       " present)"
                   MOVE 'Y' TO WS-ST-FAILED
               ELSE
                   DISPLAY "PASS  .env complete (key and model"
                       " present)"
               END-IF
           END-IF

           CALL "PROMPT-LOADER" USING WS-PROMPT-PROFILE
               WS-PROMPT-CONTENT WS-PROMPT-STATUS
               WS-AI-QUIET
           DISPLAY " "
           IF WS-IS-ERROR = 'N'
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-URL))
                       = 'mock'
                   DISPLAY "PASS  mock provider answered a one-token"
                       " call (offline, nothing ledgered)"
               ELSE
                   DISPLAY "PASS  API endpoint answered a one-token"
                       " call"
               END-IF
               CALL "COST-LEDGER" USING
                   WS-ENV-PROFILE WS-OPERATOR WS-MODEL
                   WS-PROMPT-TOKENS WS-COMPLETION-TOKENS
                   "' is not in the operator master"
           END-IF.

      *> A session at the keyboard signs on with the operator's PIN
      *> -- three tries, and SIGN-ON locks the id after three failures
      *> in a row across sessions. Runs that never prompt (batch,
      *> daemon, one-shot query and the rest) must name a service id
      *> instead; a personal id there is refused, since nothing
      *> proves who typed it. Without an operator master nothing
      *> changes, and the selftest is left to report on its own.
       SIGN-ON-OPERATOR.
           IF WS-SELFTEST-MODE = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-MODE = 'Y' OR WS-QUERY-MODE = 'Y'
                   OR WS-TPL-MODE = 'Y' OR WS-FLD-MODE = 'Y'
                   OR WS-SEARCH-MODE = 'Y' OR WS-REPORT-MODE = 'Y'
                   OR WS-WATCH-MODE = 'Y' OR WS-STANDING-MODE = 'Y'
                   OR WS-DRAIN-MODE = 'Y' OR WS-SLICE-MODE = 'Y'
                   OR WS-PB-MODE = 'Y' OR WS-DOC-MODE = 'Y'
               MOVE 'N' TO WS-SO-INTERACTIVE
           ELSE
               MOVE 'Y' TO WS-SO-INTERACTIVE
           END-IF
           IF WS-SO-INTERACTIVE = 'N'
               IF FUNCTION TRIM(WS-OPERATOR) = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE 'K' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-OPERATOR
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               EVALUATE WS-SO-RESULT
                   WHEN 'P'
                       DISPLAY "error: operator '"
                           FUNCTION TRIM(WS-OPERATOR)
                           "' is a personal id -- runs that do not "
                           "prompt go under a service id"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN 'L'
                       DISPLAY "error: operator '"
                           FUNCTION TRIM(WS-OPERATOR)
                           "' is locked -- refused"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Q' TO WS-OM-ACTION
           CALL "OPER-MASTER" USING
               WS-OM-ACTION WS-OPERATOR WS-OM-NAME WS-OM-DEPT
               WS-OM-STATUS WS-OM-QUOTA WS-OM-FOUND
           IF WS-OM-STATUS = '?'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FUNCTION TRIM(WS-OPERATOR) NOT = SPACES
               DISPLAY "operator id: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-PERFORM
           MOVE 0 TO WS-SO-TRIES
           MOVE 'N' TO WS-SO-RESULT
           PERFORM UNTIL WS-SO-RESULT NOT = 'N' OR WS-SO-TRIES >= 3
               ADD 1 TO WS-SO-TRIES
               DISPLAY "PIN for " FUNCTION TRIM(WS-OPERATOR) ": "
                   WITH NO ADVANCING
               MOVE 'P' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-OPERATOR
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               MOVE 'V' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-OPERATOR
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               MOVE SPACES TO WS-SO-PIN
               IF WS-SO-RESULT NOT = 'Y'
                       AND FUNCTION TRIM(WS-SO-DETAIL) NOT = SPACES
                   DISPLAY FUNCTION TRIM(WS-SO-DETAIL)
               END-IF
           END-PERFORM
           IF WS-SO-RESULT NOT = 'Y'
               DISPLAY "error: sign-on refused for operator '"
                   FUNCTION TRIM(WS-OPERATOR) "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-SIGNED-ON
      *>   An id typed at the prompt is exported the way PARSE-ARGS
      *>   exports one from the command line.
           DISPLAY "COBOLD_OPERATOR" UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERATOR UPON ENVIRONMENT-VALUE.

      *> Idle time is measured from the prompt going up to the line
      *> coming back; day number times 86400 keeps it right across
      *> midnight.
       MARK-IDLE-START.
           PERFORM READ-IDLE-CLOCK
           MOVE WS-IDLE-NOW TO WS-IDLE-MARK.

       READ-IDLE-CLOCK.
           ACCEPT WS-IDLE-DATE FROM DATE YYYYMMDD
           PERFORM GET-WALL-SECONDS
           COMPUTE WS-IDLE-NOW =
               FUNCTION INTEGER-OF-DATE(WS-IDLE-DATE) * 86400
               + WS-WALL-SEC.

      *> A line typed after the idle limit is not acted on: the
      *> session locks, the PIN is asked for again, and the line is
      *> dropped -- whoever typed it may not be the operator who
      *> signed on. Three wrong PINs, or a lock taken meanwhile,
      *> end the session.
       CHECK-IDLE-LOCK.
           MOVE 'N' TO WS-IDLE-HELD
           IF WS-SIGNED-ON NOT = 'Y' OR WS-IDLE-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-IDLE-CLOCK
           IF WS-IDLE-NOW - WS-IDLE-MARK <= WS-IDLE-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IDLE-HELD
           COMPUTE WS-IDLE-MIN-ED = WS-IDLE-LIMIT / 60
           DISPLAY RED "Session locked -- idle more than "
               FUNCTION TRIM(WS-IDLE-MIN-ED) " minute(s)" CLR
           MOVE 'I' TO WS-SO-ACTION
           CALL "SIGN-ON" USING WS-SO-ACTION WS-OPERATOR
               WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
           MOVE 0 TO WS-SO-TRIES
           MOVE 'N' TO WS-SO-RESULT
           PERFORM UNTIL WS-SO-RESULT NOT = 'N' OR WS-SO-TRIES >= 3
               ADD 1 TO WS-SO-TRIES
               DISPLAY "PIN for " FUNCTION TRIM(WS-OPERATOR) ": "
                   WITH NO ADVANCING
               MOVE 'P' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-OPERATOR
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               MOVE 'R' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-OPERATOR
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               MOVE SPACES TO WS-SO-PIN
               IF WS-SO-RESULT NOT = 'Y'
                       AND FUNCTION TRIM(WS-SO-DETAIL) NOT = SPACES
                   DISPLAY FUNCTION TRIM(WS-SO-DETAIL)
               END-IF
           END-PERFORM
           IF WS-SO-RESULT NOT = 'Y'
               DISPLAY RED "Sign-on failed -- session ended" CLR
               PERFORM WRITE-SESSION-SUMMARY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY DIM "Resumed -- the line typed before the lock was "
               "not acted on; enter it again" CLR.

      *> Load and enforce the operator's security profile before the
      *> session can take a single /tools command -- restricted tools
      *> are disabled and locked in TOOL-CONFIG, the model allowlist
      *> confirm-before-dispatch on. No profile file, or no line for
      *> this operator and no '*' default, changes nothing.
       APPLY-SECURITY-PROFILE.
      *>   No stricter outbound set unless the profile names one --
      *>   never one inherited from whatever launched the session.
           MOVE SPACES TO WS-SEC-DLP
           DISPLAY "COBOLD_DLP_SET" UPON ENVIRONMENT-NAME
           DISPLAY WS-SEC-DLP UPON ENVIRONMENT-VALUE
           PERFORM RESOLVE-EXE-DIR
           MOVE SPACES TO WS-SEC-PATH
           STRING
               MOVE 'F' TO WS-TCF-ACTION
               CALL "TOOL-CONFIG" USING
                   WS-TCF-ACTION WS-TCF-NAME WS-TCF-FLAG
           END-IF
           IF FUNCTION TRIM(WS-SEC-IDLE) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-SEC-IDLE)) = 0
               COMPUTE WS-IDLE-LIMIT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-SEC-IDLE)) * 60
           END-IF
           IF WS-SEC-DLP NOT = SPACES
               DISPLAY "COBOLD_DLP_SET" UPON ENVIRONMENT-NAME
               DISPLAY WS-SEC-DLP UPON ENVIRONMENT-VALUE
           END-IF.

      *> An exact operator match wins over the '*' default line.
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEC-L-ID WS-SEC-L-TOOLS
               WS-SEC-L-MODELS WS-SEC-L-CONFIRM WS-SEC-L-IDLE
               WS-SEC-L-DLP WS-SEC-L-PROF
           UNSTRING SEC-RECORD DELIMITED BY '|'
               INTO WS-SEC-L-ID WS-SEC-L-TOOLS
                    WS-SEC-L-MODELS WS-SEC-L-CONFIRM
                    WS-SEC-L-IDLE WS-SEC-L-DLP WS-SEC-L-PROF
           END-UNSTRING
           IF WS-SEC-L-ID = WS-OPERATOR
                   AND FUNCTION TRIM(WS-OPERATOR) NOT = SPACES
               MOVE WS-SEC-L-TOOLS TO WS-SEC-TOOLS
               MOVE WS-SEC-L-MODELS TO WS-SEC-MODELS
               MOVE WS-SEC-L-CONFIRM TO WS-SEC-CONFIRM
               MOVE WS-SEC-L-IDLE TO WS-SEC-IDLE
               MOVE FUNCTION TRIM(WS-SEC-L-DLP) TO WS-SEC-DLP
               MOVE FUNCTION TRIM(WS-SEC-L-PROF) TO WS-SEC-PROF-NAME
               MOVE 'E' TO WS-SEC-HIT
           ELSE
               IF FUNCTION TRIM(WS-SEC-L-ID) = '*'
                   MOVE WS-SEC-L-TOOLS TO WS-SEC-TOOLS
                   MOVE WS-SEC-L-MODELS TO WS-SEC-MODELS
                   MOVE WS-SEC-L-CONFIRM TO WS-SEC-CONFIRM
                   MOVE WS-SEC-L-IDLE TO WS-SEC-IDLE
                   MOVE FUNCTION TRIM(WS-SEC-L-DLP) TO WS-SEC-DLP
                   MOVE FUNCTION TRIM(WS-SEC-L-PROF) TO WS-SEC-PROF-NAME
                   MOVE 'Y' TO WS-SEC-HIT
               END-IF
           END-IF.
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR.

      *> Whenever a system prompt is put in force the profile name and
      *> its change-controlled version (PROMPT-VERSION) go into the
      *> audit trail as a system record, so any later answer can be
      *> traced to the exact instructions the model was working under.
       AUDIT-PROMPT-VERSION.
           CALL "PROMPT-VERSION" USING WS-PROMPT-PROFILE
               WS-PROMPT-VERSION
           MOVE SPACES TO WS-MSG-CONTENT
           IF FUNCTION TRIM(WS-PROMPT-PROFILE) = SPACES
               STRING
                   'prompt profile system-prompt version '
                                                 DELIMITED SIZE
                   FUNCTION TRIM(WS-PROMPT-VERSION)
                                                 DELIMITED SIZE
                   ' in force'                   DELIMITED SIZE
                   INTO WS-MSG-CONTENT
           ELSE
               STRING
                   'prompt profile '             DELIMITED SIZE
                   FUNCTION TRIM(WS-PROMPT-PROFILE)
                                                 DELIMITED SIZE
                   ' version '                   DELIMITED SIZE
                   FUNCTION TRIM(WS-PROMPT-VERSION)
                                                 DELIMITED SIZE
                   ' in force'                   DELIMITED SIZE
                   INTO WS-MSG-CONTENT
           END-IF
           MOVE 'system' TO WS-MSG-ROLE
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR.

      *> The profile name certification is recorded under: the
      *> loaded profile ("system-prompt" for the default), or '-'
      *> when the session runs without a system prompt.
       SET-CERT-PROFILE.
           IF WS-PROMPT-STATUS NOT = 'Y' AND WS-PROMPT-STATUS NOT = 'T'
               MOVE '-' TO WS-CG-PROFILE
           ELSE
               IF FUNCTION TRIM(WS-PROMPT-PROFILE) = SPACES
                   MOVE 'system-prompt' TO WS-CG-PROFILE
               ELSE
                   MOVE FUNCTION TRIM(WS-PROMPT-PROFILE)
                       TO WS-CG-PROFILE
               END-IF
           END-IF.

      *> Unattended runs hold every call to a model REGRESSION has
      *> certified for the profile in use -- AI-CALLER refuses, or
      *> fails over past, any other.
       ENFORCE-CERT-GATE.
           MOVE 'E' TO WS-CG-ACTION
           CALL "MODEL-CERT" USING
               WS-CG-ACTION WS-MODEL WS-CG-PROFILE
               WS-CG-ANSWER WS-CG-DATE.

      *> Size the working context to the model on the other end:
      *> MODEL-CATALOG's context figure, four characters a token,
      *> capped at the 150000-character physical buffer and floored
      *> a blank WS-API-KEY otherwise sails on into the chat loop and
      *> only fails later with a cryptic curl error.
       CHECK-ENV-COMPLETE.
      *>   The offline mock provider needs no key.
           IF FUNCTION TRIM(WS-API-KEY) = SPACES
                   AND FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-URL))
                       NOT = 'mock'
               DISPLAY "error: OPENROUTER_API_KEY is missing or blank"
                   " in .env"
               STOP RUN
               IF FUNCTION TRIM(WS-BATCH-OUT-PATH) = '--restart'
                       OR FUNCTION TRIM(WS-BATCH-OUT-PATH)
                           = '--delimited'
                       OR FUNCTION TRIM(WS-BATCH-OUT-PATH) = '--edit'
                   MOVE WS-BATCH-OUT-PATH TO WS-ARG1
                   MOVE SPACES TO WS-BATCH-OUT-PATH
               ELSE
                   IF FUNCTION TRIM(WS-ARG1) = '--delimited'
                       MOVE 'Y' TO WS-DELIMITED
                   END-IF
                   IF FUNCTION TRIM(WS-ARG1) = '--edit'
                       MOVE 'Y' TO WS-EDIT-MODE
                   END-IF
                   IF FUNCTION TRIM(WS-ARG1) = '--workers'
                       ADD 1 TO WS-ARGN
                       DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
               END-ACCEPT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG1) = '--play'
               PERFORM PARSE-PLAY-ARGS
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG1) = '--document'
               PERFORM PARSE-DOCUMENT-ARGS
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG1) = '--standing'
               MOVE 'Y' TO WS-STANDING-MODE
               MOVE SPACES TO WS-STD-PATH
           END-PERFORM
           CLOSE STD-FILE.

      *> One entry: [options|]prompt-profile|output-file|query text.
      *> The options field is a comma list: a schedule code B, M, Q,
      *> or A gated against the processing calendar (business days
      *> only, month-end only, quarter-end only, any day), ALERT to
      *> raise an incident when the answer changes from the last run,
      *> and LAYOUT=<defs file> to have the reply given in that
      *> REPLY-VALIDATOR layout and compared field by field. A
      *> leading field that is not such a list is the profile, and
      *> the entry runs whenever --standing does, as it always did.
      *> The query is everything past the last fixed field, so it
      *> may itself carry '|' characters.
       PROCESS-STANDING-ENTRY.
           IF FUNCTION TRIM(STD-RECORD) = SPACES
                   OR STD-RECORD(1:1) = '#'
               INTO WS-STD-F1
               WITH POINTER WS-STD-PTR
           END-UNSTRING
           PERFORM PARSE-STANDING-OPTIONS
           IF WS-STD-OPT-OK = 'Y'
               UNSTRING STD-RECORD DELIMITED BY '|'
                   INTO WS-STD-PROFILE WS-STD-OUTFILE
                   WITH POINTER WS-STD-PTR
           MOVE WS-STD-PROFILE TO WS-PROMPT-PROFILE
           CALL "PROMPT-LOADER" USING WS-PROMPT-PROFILE
               WS-PROMPT-CONTENT WS-PROMPT-STATUS
           IF WS-PROMPT-STATUS = 'Y' OR WS-PROMPT-STATUS = 'T'
               PERFORM AUDIT-PROMPT-VERSION
           END-IF
           PERFORM SET-CERT-PROFILE
           PERFORM ENFORCE-CERT-GATE
           PERFORM RESET-CONVERSATION
           IF WS-STD-DEFS NOT = SPACES
               MOVE 'D' TO WS-RV-ACTION
               CALL "REPLY-VALIDATOR" USING
                   WS-RV-ACTION WS-STD-DEFS
                   WS-RV-REPLY WS-RV-OUT WS-RV-ERR WS-RV-STATUS
               MOVE 'system' TO WS-MSG-ROLE
               MOVE WS-RV-REPLY TO WS-CM-CONTENT
               CALL "CONTEXT-MGR" USING
                   WS-MSG-ROLE WS-CM-CONTENT WS-MESSAGES-JSON
                   WS-MSG-COUNT WS-CM-STATUS
                   WS-CM-TOOL-CALL-ID WS-CM-TOOL-CALLS
           END-IF
           MOVE WS-STD-QUERY TO WS-USER-INPUT
           PERFORM SEND-USER-MESSAGE
           PERFORM COMPARE-STANDING-ANSWER
           PERFORM WRITE-STANDING-ANSWER.

      *> Read the leading field as an option list; any token that is
      *> not an option means the field is the profile instead.
       PARSE-STANDING-OPTIONS.
           MOVE 'N' TO WS-STD-ALERT
           MOVE SPACES TO WS-STD-DEFS
           MOVE 'Y' TO WS-STD-OPT-OK
           IF WS-STD-F1 = SPACES
               MOVE 'N' TO WS-STD-OPT-OK
           END-IF
           MOVE 1 TO WS-STD-OPT-PTR
           PERFORM UNTIL WS-STD-OPT-OK = 'N'
                   OR WS-STD-OPT-PTR > FUNCTION LENGTH(
                       FUNCTION TRIM(WS-STD-F1, TRAILING))
               MOVE SPACES TO WS-STD-OPT
               UNSTRING WS-STD-F1 DELIMITED BY ','
                   INTO WS-STD-OPT
                   WITH POINTER WS-STD-OPT-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-STD-OPT) TO WS-STD-OPT
               EVALUATE TRUE
                   WHEN WS-STD-OPT = 'B' OR 'M' OR 'Q' OR 'A'
                       MOVE WS-STD-OPT TO WS-STD-SCHED
                   WHEN WS-STD-OPT = 'ALERT'
                       MOVE 'Y' TO WS-STD-ALERT
                   WHEN WS-STD-OPT(1:7) = 'LAYOUT='
                           AND WS-STD-OPT(8:) NOT = SPACES
                       MOVE WS-STD-OPT(8:) TO WS-STD-DEFS
                   WHEN OTHER
                       MOVE 'N' TO WS-STD-OPT-OK
               END-EVALUATE
           END-PERFORM
           IF WS-STD-OPT-OK = 'N'
               MOVE SPACES TO WS-STD-SCHED WS-STD-DEFS
               MOVE 'N' TO WS-STD-ALERT
           END-IF.

      *> Compare this answer with the entry's previous one. A failed
      *> or withheld reply is noted but never replaces the answer on
      *> file; a changed answer on an ALERT entry is an incident.
       COMPARE-STANDING-ANSWER.
           MOVE 'N' TO WS-SD-FAILED
           IF WS-IS-ERROR = 'Y'
                   OR (WS-COMPLY-ACTIVE = 'Y' AND WS-CF-VERDICT = 'B')
               MOVE 'Y' TO WS-SD-FAILED
           END-IF
           CALL "STANDING-DIFF" USING
               WS-STD-OUTFILE WS-STD-PROFILE WS-STD-QUERY
               WS-AI-RESPONSE WS-STD-DEFS WS-SD-FAILED
               WS-SD-RESULT WS-SD-SUMMARY
           DISPLAY "change check: " FUNCTION TRIM(WS-SD-SUMMARY)
           IF WS-SD-RESULT = 'C' AND WS-STD-ALERT = 'Y'
               MOVE 'STDCHG' TO WS-IL-REASON
               MOVE SPACES TO WS-IL-DETAIL
               STRING
                   FUNCTION TRIM(WS-STD-OUTFILE)  DELIMITED SIZE
                   ': '                           DELIMITED SIZE
                   FUNCTION TRIM(WS-SD-SUMMARY)   DELIMITED SIZE
                   ' -- '                         DELIMITED SIZE
                   FUNCTION TRIM(WS-STD-QUERY)    DELIMITED SIZE
                   INTO WS-IL-DETAIL
               CALL "INCIDENT-LOG" USING
                   WS-MODEL WS-IL-REASON WS-IL-DETAIL
           END-IF.

      *> Gate one entry's schedule code against the calendar; an
      *> ungated entry (or code A) always answers 'Y'.
       CHECK-STANDING-SCHEDULE.
               "  "                           DELIMITED SIZE
               FUNCTION TRIM(WS-STD-QUERY)    DELIMITED SIZE
               INTO BATCH-OUT-RECORD
      *>   An unchanged answer is marked as such in its header
           IF WS-SD-RESULT = 'U'
               COMPUTE WS-STD-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(BATCH-OUT-RECORD, TRAILING)) + 1
               STRING "  [unchanged]" DELIMITED SIZE
                   INTO BATCH-OUT-RECORD WITH POINTER WS-STD-PTR
           END-IF
           WRITE BATCH-OUT-RECORD
           PERFORM WRITE-REPLY-BODY
           MOVE SPACES TO BATCH-OUT-RECORD
           WRITE BATCH-OUT-RECORD
           CLOSE BATCH-OUT-FILE
           PERFORM RECORD-OUTPUT-LINEAGE.

      *> --play <name> <infile> [outfile] -- the input rides the
      *> batch plumbing; the output defaults to <infile>.out and the
      *> rejects land beside it as <outfile>.rej.
       PARSE-PLAY-ARGS.
           MOVE 'Y' TO WS-PB-MODE
           MOVE SPACES TO WS-PB-NAME
           MOVE SPACES TO WS-BATCH-IN-PATH
           MOVE SPACES TO WS-BATCH-OUT-PATH
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-PB-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PB-NAME
           END-ACCEPT
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
                   ".out" DELIMITED SIZE
                   INTO WS-BATCH-OUT-PATH
           END-IF
           MOVE SPACES TO WS-REJ-PATH
           STRING FUNCTION TRIM(WS-BATCH-OUT-PATH)
               ".rej" DELIMITED SIZE
               INTO WS-REJ-PATH.

      *> /play <name> [input] -- run one chain at the terminal, each
      *> step shown as it goes, then put the session's own model,
      *> prompt and conversation back. Bare /play lists the
      *> playbooks on hand.
       CMD-PLAY.
           MOVE SPACES TO WS-CMD-WORD WS-PB-NAME WS-PB-INPUT
           MOVE 1 TO WS-PB-PTR
           UNSTRING WS-INPUT-TRIM DELIMITED BY ALL SPACE
               INTO WS-CMD-WORD WS-PB-NAME
               WITH POINTER WS-PB-PTR
           END-UNSTRING
           IF WS-PB-PTR <= FUNCTION LENGTH(WS-INPUT-TRIM)
               MOVE FUNCTION TRIM(WS-INPUT-TRIM(WS-PB-PTR:))
                   TO WS-PB-INPUT
           END-IF
           IF FUNCTION TRIM(WS-PB-NAME) = SPACES
               PERFORM LIST-PLAYBOOKS
               DISPLAY DIM "usage: /play <name> [input]" CLR
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PLAYBOOK
           IF WS-PB-ERROR = SPACES
               PERFORM CHECK-PLAYBOOK
           END-IF
           IF WS-PB-ERROR NOT = SPACES
               DISPLAY RED "playbook " FUNCTION TRIM(WS-PB-NAME)
                   ": " FUNCTION TRIM(WS-PB-ERROR) CLR
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-PB-INPUT) = SPACES
               PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                       UNTIL WS-PB-IDX > WS-PB-COUNT
                   MOVE 0 TO WS-PB-SCAN
                   INSPECT WS-PB-S-PROMPT(WS-PB-IDX)
                       TALLYING WS-PB-SCAN FOR ALL '&INPUT'
                   IF WS-PB-SCAN > 0
                       DISPLAY DIM "input for &INPUT: " CLR
                           WITH NO ADVANCING
                       ACCEPT WS-PB-INPUT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM SAVE-PLAY-DEFAULTS
           MOVE WS-MESSAGES-JSON TO WS-PB-SAVE-JSON
           MOVE WS-MSG-COUNT TO WS-PB-SAVE-COUNT
           MOVE 'Y' TO WS-PLAYING
           PERFORM RUN-PLAYBOOK-CHAIN
           MOVE 'N' TO WS-PLAYING
           PERFORM RESTORE-PLAY-DEFAULTS
           MOVE WS-PB-SAVE-JSON TO WS-MESSAGES-JSON
           MOVE WS-PB-SAVE-COUNT TO WS-MSG-COUNT
           MOVE WS-PB-COUNT TO WS-PB-COUNT-ED
           IF WS-PB-FAILED = 'Y'
               DISPLAY RED "playbook stopped -- "
                   FUNCTION TRIM(WS-PB-REASON) CLR
               PERFORM WRITE-PLAY-REJECT
           ELSE
               DISPLAY DIM "playbook " FUNCTION TRIM(WS-PB-NAME)
                   " complete -- " FUNCTION TRIM(WS-PB-COUNT-ED)
                   " step(s); back in your own conversation" CLR
           END-IF.

      *> The terminal's reject records collect per playbook under
      *> playbooks/, in the same input :: reason shape as a batch
      *> run's .rej companion.
       WRITE-PLAY-REJECT.
           MOVE SPACES TO WS-REJ-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
               "playbooks/"               DELIMITED SIZE
               FUNCTION TRIM(WS-PB-NAME)  DELIMITED SIZE
               ".rej"                     DELIMITED SIZE
               INTO WS-REJ-PATH
           OPEN EXTEND REJ-FILE
           IF WS-REJ-STATUS NOT = "00"
               OPEN OUTPUT REJ-FILE
           END-IF
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY RED "error: could not write "
                   FUNCTION TRIM(WS-REJ-PATH) CLR
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-PLAY-REJECT
           WRITE REJ-RECORD
           CLOSE REJ-FILE
           DISPLAY DIM "reject recorded in "
               FUNCTION TRIM(WS-REJ-PATH) CLR.

       FORMAT-PLAY-REJECT.
           MOVE SPACES TO REJ-RECORD
           STRING
               FUNCTION TRIM(WS-PB-INPUT)   DELIMITED SIZE
               ' :: '                       DELIMITED SIZE
               FUNCTION TRIM(WS-PB-REASON)  DELIMITED SIZE
               INTO REJ-RECORD.

       LIST-PLAYBOOKS.
           PERFORM RESOLVE-EXE-DIR
           CALL "C$GETPID" RETURNING WS-STATS-PID
           MOVE WS-STATS-PID TO WS-STATS-PID-STR
           MOVE SPACES TO WS-FORM-LIST-PATH
           STRING
               "/tmp/cobold_play_" DELIMITED SIZE
               WS-STATS-PID-STR    DELIMITED SIZE
               ".txt"              DELIMITED SIZE
               INTO WS-FORM-LIST-PATH
           MOVE SPACES TO WS-WATCH-CMD
           STRING
               "ls '"                          DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)       DELIMITED SIZE
               "playbooks' 2>/dev/null"        DELIMITED SIZE
               " | grep '\.pbk$' | sort > "    DELIMITED SIZE
               FUNCTION TRIM(WS-FORM-LIST-PATH) DELIMITED SIZE
               INTO WS-WATCH-CMD
           CALL "SYSTEM" USING WS-WATCH-CMD
           MOVE 0 TO WS-FORM-COUNT
           MOVE WS-FORM-LIST-PATH(1:60) TO WS-WLIST-PATH
           MOVE 'N' TO WS-WLIST-EOF
           OPEN INPUT WLIST-FILE
           IF WS-WLIST-STATUS = "00"
               PERFORM UNTIL WS-WLIST-EOF = 'Y'
                   READ WLIST-FILE
                       AT END
                           MOVE 'Y' TO WS-WLIST-EOF
                       NOT AT END
                           IF FUNCTION TRIM(WLIST-RECORD)
                                   NOT = SPACES
                               ADD 1 TO WS-FORM-COUNT
                               MOVE 0 TO WS-PB-SCAN
                               INSPECT WLIST-RECORD TALLYING
                                   WS-PB-SCAN FOR CHARACTERS
                                   BEFORE '.pbk'
                               IF WS-PB-SCAN > 0
                                   DISPLAY "  "
                                       WLIST-RECORD(1:WS-PB-SCAN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WLIST-FILE
           END-IF
           IF WS-FORM-COUNT = 0
               DISPLAY DIM "no playbooks in playbooks/ -- drop .pbk"
                   " files there first" CLR
           END-IF
           MOVE SPACES TO WS-WATCH-CMD
           STRING
               "rm -f "                         DELIMITED SIZE
               FUNCTION TRIM(WS-FORM-LIST-PATH) DELIMITED SIZE
               INTO WS-WATCH-CMD
           CALL "SYSTEM" USING WS-WATCH-CMD.

      *> Read playbooks/<name>.pbk into the step table. Anything the
      *> chain could not run as written is an error here, before a
      *> single call is paid for.
       LOAD-PLAYBOOK.
           MOVE SPACES TO WS-PB-ERROR
           MOVE 0 TO WS-PB-COUNT
           MOVE SPACES TO WS-PB-TABLE
           MOVE 0 TO WS-PB-LINENO
           IF FUNCTION TRIM(WS-PB-NAME) = SPACES
               MOVE 'no playbook named' TO WS-PB-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PB-SCAN
           INSPECT WS-PB-NAME TALLYING WS-PB-SCAN FOR ALL '/'
           IF WS-PB-SCAN > 0
               MOVE 'a playbook name may not carry a path'
                   TO WS-PB-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-EXE-DIR
           MOVE SPACES TO WS-TPL-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
               "playbooks/"               DELIMITED SIZE
               FUNCTION TRIM(WS-PB-NAME)  DELIMITED SIZE
               ".pbk"                     DELIMITED SIZE
               INTO WS-TPL-PATH
           MOVE 'N' TO WS-TPL-EOF
           OPEN INPUT TPL-FILE
           IF WS-TPL-STATUS NOT = "00"
               MOVE SPACES TO WS-PB-ERROR
               STRING
                   'could not read '          DELIMITED SIZE
                   FUNCTION TRIM(WS-TPL-PATH) DELIMITED SIZE
                   INTO WS-PB-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TPL-EOF = 'Y'
               READ TPL-FILE
                   AT END
                       MOVE 'Y' TO WS-TPL-EOF
                   NOT AT END
                       ADD 1 TO WS-PB-LINENO
                       PERFORM TAKE-PLAYBOOK-LINE
                       IF WS-PB-ERROR NOT = SPACES
                           MOVE 'Y' TO WS-TPL-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TPL-FILE
           IF WS-PB-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-COUNT = 0
               MOVE 'no STEP: lines' TO WS-PB-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-PB-COUNT
               IF WS-PB-S-PLEN(WS-PB-IDX) = 0
                   MOVE SPACES TO WS-PB-ERROR
                   STRING
                       'step '                   DELIMITED SIZE
                       FUNCTION TRIM(WS-PB-S-NAME(WS-PB-IDX))
                                                 DELIMITED SIZE
                       ' has no PROMPT: line'    DELIMITED SIZE
                       INTO WS-PB-ERROR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> One KEY: value line of a playbook.
       TAKE-PLAYBOOK-LINE.
           IF FUNCTION TRIM(TPL-RECORD) = SPACES
                   OR FUNCTION TRIM(TPL-RECORD)(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PB-COLON
           INSPECT TPL-RECORD TALLYING WS-PB-COLON
               FOR CHARACTERS BEFORE ':'
           IF WS-PB-COLON = 0
                   OR WS-PB-COLON >= FUNCTION LENGTH(TPL-RECORD)
                   OR WS-PB-COLON > 20
               PERFORM PLAYBOOK-LINE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(TPL-RECORD(1:WS-PB-COLON)))
               TO WS-PB-KEY
           MOVE SPACES TO WS-PB-VALUE
           IF WS-PB-COLON + 2 <= FUNCTION LENGTH(TPL-RECORD)
               MOVE FUNCTION TRIM(TPL-RECORD(WS-PB-COLON + 2:),
                   LEADING) TO WS-PB-VALUE
           END-IF
           IF WS-PB-KEY = 'STEP'
               IF WS-PB-COUNT >= WS-PB-MAX
                   MOVE 'more than 10 steps' TO WS-PB-ERROR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PB-COUNT
               MOVE 0 TO WS-PB-S-PLEN(WS-PB-COUNT)
               IF FUNCTION TRIM(WS-PB-VALUE) = SPACES
                   MOVE WS-PB-COUNT TO WS-PB-STEP-ED
                   STRING 'STEP' FUNCTION TRIM(WS-PB-STEP-ED)
                       DELIMITED SIZE
                       INTO WS-PB-S-NAME(WS-PB-COUNT)
               ELSE
                   MOVE FUNCTION TRIM(WS-PB-VALUE)
                       TO WS-PB-S-NAME(WS-PB-COUNT)
               END-IF
               PERFORM VARYING WS-PB-REF FROM 1 BY 1
                       UNTIL WS-PB-REF >= WS-PB-COUNT
                   IF WS-PB-S-NAME(WS-PB-REF)
                           = WS-PB-S-NAME(WS-PB-COUNT)
                       MOVE SPACES TO WS-PB-ERROR
                       STRING
                           'step name '           DELIMITED SIZE
                           FUNCTION TRIM(WS-PB-S-NAME(WS-PB-COUNT))
                                                  DELIMITED SIZE
                           ' used twice'          DELIMITED SIZE
                           INTO WS-PB-ERROR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-COUNT = 0
               PERFORM PLAYBOOK-LINE-ERROR
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PB-KEY
               WHEN 'PROFILE'
                   MOVE FUNCTION TRIM(WS-PB-VALUE)
                       TO WS-PB-S-PROFILE(WS-PB-COUNT)
               WHEN 'MODEL'
                   MOVE FUNCTION TRIM(WS-PB-VALUE)
                       TO WS-PB-S-MODEL(WS-PB-COUNT)
               WHEN 'VALIDATE'
                   IF WS-PB-VALUE(1:1) = '/'
                       MOVE FUNCTION TRIM(WS-PB-VALUE)
                           TO WS-PB-S-DEFS(WS-PB-COUNT)
                   ELSE
                       STRING
                           FUNCTION TRIM(WS-EXE-DIR) DELIMITED SIZE
                           "playbooks/"              DELIMITED SIZE
                           FUNCTION TRIM(WS-PB-VALUE)
                                                     DELIMITED SIZE
                           INTO WS-PB-S-DEFS(WS-PB-COUNT)
                   END-IF
               WHEN 'PROMPT'
                   PERFORM APPEND-PLAYBOOK-PROMPT
               WHEN OTHER
                   PERFORM PLAYBOOK-LINE-ERROR
           END-EVALUATE.

      *> Further PROMPT: lines continue the step's prompt on a new
      *> line, the way the template loader joins its lines.
       APPEND-PLAYBOOK-PROMPT.
           MOVE WS-PB-S-PLEN(WS-PB-COUNT) TO WS-PB-PTR
           ADD 1 TO WS-PB-PTR
           IF WS-PB-PTR > 1
               STRING X"0A" DELIMITED SIZE
                   INTO WS-PB-S-PROMPT(WS-PB-COUNT)
                   WITH POINTER WS-PB-PTR
           END-IF
           STRING FUNCTION TRIM(WS-PB-VALUE, TRAILING)
                   DELIMITED SIZE
               INTO WS-PB-S-PROMPT(WS-PB-COUNT)
               WITH POINTER WS-PB-PTR
               ON OVERFLOW
                   MOVE SPACES TO WS-PB-ERROR
                   STRING
                       'step '                 DELIMITED SIZE
                       FUNCTION TRIM(WS-PB-S-NAME(WS-PB-COUNT))
                                               DELIMITED SIZE
                       ' prompt is longer than 1500 characters'
                                               DELIMITED SIZE
                       INTO WS-PB-ERROR
                   END-STRING
           END-STRING
           COMPUTE WS-PB-S-PLEN(WS-PB-COUNT) = WS-PB-PTR - 1.

       PLAYBOOK-LINE-ERROR.
           MOVE WS-PB-LINENO TO WS-PB-LINENO-ED
           MOVE SPACES TO WS-PB-ERROR
           STRING
               'line '                          DELIMITED SIZE
               FUNCTION TRIM(WS-PB-LINENO-ED)   DELIMITED SIZE
               ' is not a STEP:, PROFILE:, MODEL:, VALIDATE: or'
                                                DELIMITED SIZE
               ' PROMPT: line within a step'    DELIMITED SIZE
               INTO WS-PB-ERROR.

      *> Every step's model must be one the operator's security
      *> profile allows, its prompt profile must exist, and its field
      *> definitions must be readable -- checked for the whole chain
      *> before the first step is sent.
       CHECK-PLAYBOOK.
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-PB-COUNT
                      OR WS-PB-ERROR NOT = SPACES
               IF WS-PB-S-MODEL(WS-PB-IDX) NOT = SPACES
                       AND WS-SEC-MDL-ALL = 'N'
                   MOVE 'N' TO WS-SEC-MDL-OK
                   PERFORM VARYING WS-SEC-MDL-IDX FROM 1 BY 1
                           UNTIL WS-SEC-MDL-IDX > WS-SEC-MDL-CNT
                       IF FUNCTION TRIM(WS-SEC-MDL(WS-SEC-MDL-IDX))
                               = FUNCTION TRIM(
                                   WS-PB-S-MODEL(WS-PB-IDX))
                           MOVE 'Y' TO WS-SEC-MDL-OK
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-SEC-MDL-OK = 'N'
                       MOVE SPACES TO WS-PB-ERROR
                       STRING
                           'your security profile does not allow'
                                                 DELIMITED SIZE
                           ' model '             DELIMITED SIZE
                           FUNCTION TRIM(WS-PB-S-MODEL(WS-PB-IDX))
                                                 DELIMITED SIZE
                           INTO WS-PB-ERROR
                       MOVE SPACES TO WS-MSG-CONTENT
                       STRING
                           'security profile refused playbook '
                                                 DELIMITED SIZE
                           FUNCTION TRIM(WS-PB-NAME)
                                                 DELIMITED SIZE
                           ' model '             DELIMITED SIZE
                           FUNCTION TRIM(WS-PB-S-MODEL(WS-PB-IDX))
                                                 DELIMITED SIZE
                           INTO WS-MSG-CONTENT
                       PERFORM AUDIT-SECURITY-REFUSAL
                   END-IF
               END-IF
               IF WS-PB-ERROR = SPACES
                       AND WS-PB-S-PROFILE(WS-PB-IDX) NOT = SPACES
                   MOVE WS-PB-S-PROFILE(WS-PB-IDX)
                       TO WS-PB-CHK-PROFILE
                   CALL "PROMPT-LOADER" USING WS-PB-CHK-PROFILE
                       WS-PB-CHK-CONTENT WS-PB-CHK-STATUS
                   IF WS-PB-CHK-STATUS NOT = 'Y'
                           AND WS-PB-CHK-STATUS NOT = 'T'
                       MOVE SPACES TO WS-PB-ERROR
                       STRING
                           'no prompt profile '  DELIMITED SIZE
                           FUNCTION TRIM(WS-PB-S-PROFILE(WS-PB-IDX))
                                                 DELIMITED SIZE
                           INTO WS-PB-ERROR
                   END-IF
               END-IF
               IF WS-PB-ERROR = SPACES
                       AND WS-PB-S-DEFS(WS-PB-IDX) NOT = SPACES
                   MOVE 'D' TO WS-RV-ACTION
                   CALL "REPLY-VALIDATOR" USING
                       WS-RV-ACTION WS-PB-S-DEFS(WS-PB-IDX)
                       WS-RV-REPLY WS-RV-OUT WS-RV-ERR WS-RV-STATUS
                   IF WS-RV-STATUS NOT = 'Y'
                       MOVE SPACES TO WS-PB-ERROR
                       STRING
                           'could not read field definitions '
                                                 DELIMITED SIZE
                           FUNCTION TRIM(WS-PB-S-DEFS(WS-PB-IDX))
                                                 DELIMITED SIZE
                           INTO WS-PB-ERROR
                   END-IF
               END-IF
           END-PERFORM.

      *> The session's model and prompt are what a step without its
      *> own PROFILE or MODEL runs under, and what is put back after.
       SAVE-PLAY-DEFAULTS.
           MOVE WS-MODEL TO WS-PB-SAVE-MODEL
           MOVE WS-PROMPT-PROFILE TO WS-PB-SAVE-PROFILE
           MOVE WS-PROMPT-CONTENT TO WS-PB-SAVE-CONTENT
           MOVE WS-PROMPT-STATUS TO WS-PB-SAVE-STATUS.

       RESTORE-PLAY-DEFAULTS.
           MOVE WS-PB-SAVE-MODEL TO WS-MODEL
           MOVE WS-PB-SAVE-PROFILE TO WS-PROMPT-PROFILE
           MOVE WS-PB-SAVE-CONTENT TO WS-PROMPT-CONTENT
           MOVE WS-PB-SAVE-STATUS TO WS-PROMPT-STATUS
           PERFORM SET-CERT-PROFILE
           IF WS-PB-MODE = 'Y'
               PERFORM ENFORCE-CERT-GATE
           END-IF
           PERFORM SET-CONTEXT-CEILING.

      *> One pass down the chain for the input in WS-PB-INPUT. The
      *> audit trail gets the chain's start, every step as it is
      *> entered, and how the chain ended.
       RUN-PLAYBOOK-CHAIN.
           MOVE 'N' TO WS-PB-FAILED
           MOVE SPACES TO WS-PB-REASON
           MOVE WS-PB-COUNT TO WS-PB-COUNT-ED
           MOVE SPACES TO WS-MSG-CONTENT
           STRING
               'playbook '                    DELIMITED SIZE
               FUNCTION TRIM(WS-PB-NAME)      DELIMITED SIZE
               ' started, '                   DELIMITED SIZE
               FUNCTION TRIM(WS-PB-COUNT-ED)  DELIMITED SIZE
               ' step(s)'                     DELIMITED SIZE
               INTO WS-MSG-CONTENT
           MOVE 'system' TO WS-MSG-ROLE
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-PB-COUNT
                      OR WS-PB-FAILED = 'Y'
               PERFORM RUN-PLAYBOOK-STEP
           END-PERFORM
           MOVE SPACES TO WS-MSG-CONTENT
           IF WS-PB-FAILED = 'Y'
               STRING
                   'playbook '                   DELIMITED SIZE
                   FUNCTION TRIM(WS-PB-NAME)     DELIMITED SIZE
                   ' stopped at '                DELIMITED SIZE
                   FUNCTION TRIM(WS-PB-REASON)   DELIMITED SIZE
                   INTO WS-MSG-CONTENT
           ELSE
               STRING
                   'playbook '                   DELIMITED SIZE
                   FUNCTION TRIM(WS-PB-NAME)     DELIMITED SIZE
                   ' complete, '                 DELIMITED SIZE
                   FUNCTION TRIM(WS-PB-COUNT-ED) DELIMITED SIZE
                   ' step(s)'                    DELIMITED SIZE
                   INTO WS-MSG-CONTENT
           END-IF
           MOVE 'system' TO WS-MSG-ROLE
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR.

      *> Put the step's prompt profile and model in force, start it a
      *> fresh conversation, fill its placeholders, send it, and hold
      *> the answer -- validated first when the step names field
      *> definitions.
       RUN-PLAYBOOK-STEP.
           MOVE WS-PB-IDX TO WS-PB-STEP-ED
           IF WS-PB-S-PROFILE(WS-PB-IDX) = SPACES
               MOVE WS-PB-SAVE-PROFILE TO WS-PROMPT-PROFILE
               MOVE WS-PB-SAVE-CONTENT TO WS-PROMPT-CONTENT
               MOVE WS-PB-SAVE-STATUS TO WS-PROMPT-STATUS
           ELSE
               MOVE WS-PB-S-PROFILE(WS-PB-IDX) TO WS-PROMPT-PROFILE
               CALL "PROMPT-LOADER" USING WS-PROMPT-PROFILE
                   WS-PROMPT-CONTENT WS-PROMPT-STATUS
               IF WS-PROMPT-STATUS = 'Y' OR WS-PROMPT-STATUS = 'T'
                   PERFORM AUDIT-PROMPT-VERSION
               END-IF
           END-IF
           IF WS-PB-S-MODEL(WS-PB-IDX) = SPACES
               MOVE WS-PB-SAVE-MODEL TO WS-MODEL
           ELSE
               MOVE WS-PB-S-MODEL(WS-PB-IDX) TO WS-MODEL
           END-IF
           PERFORM SET-CERT-PROFILE
           IF WS-PB-MODE = 'Y'
               PERFORM ENFORCE-CERT-GATE
           END-IF
           PERFORM SET-CONTEXT-CEILING
           MOVE SPACES TO WS-MSG-CONTENT
           MOVE 1 TO WS-PB-PTR
           STRING
               'playbook '                    DELIMITED SIZE
               FUNCTION TRIM(WS-PB-NAME)      DELIMITED SIZE
               ' step '                       DELIMITED SIZE
               FUNCTION TRIM(WS-PB-STEP-ED)   DELIMITED SIZE
               ' of '                         DELIMITED SIZE
               FUNCTION TRIM(WS-PB-COUNT-ED)  DELIMITED SIZE
               ' '                            DELIMITED SIZE
               FUNCTION TRIM(WS-PB-S-NAME(WS-PB-IDX))
                                              DELIMITED SIZE
               ' profile '                    DELIMITED SIZE
               FUNCTION TRIM(WS-CG-PROFILE)   DELIMITED SIZE
               ' model '                      DELIMITED SIZE
               FUNCTION TRIM(WS-MODEL)        DELIMITED SIZE
               INTO WS-MSG-CONTENT
               WITH POINTER WS-PB-PTR
           IF WS-PB-S-DEFS(WS-PB-IDX) NOT = SPACES
               STRING
                   ' validate '               DELIMITED SIZE
                   FUNCTION TRIM(WS-PB-S-DEFS(WS-PB-IDX))
                                              DELIMITED SIZE
                   INTO WS-MSG-CONTENT
                   WITH POINTER WS-PB-PTR
           END-IF
           MOVE 'system' TO WS-MSG-ROLE
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR
           DISPLAY " "
           DISPLAY BOLD "--- step " FUNCTION TRIM(WS-PB-STEP-ED)
               "/" FUNCTION TRIM(WS-PB-COUNT-ED) " "
               FUNCTION TRIM(WS-PB-S-NAME(WS-PB-IDX)) "  ("
               FUNCTION TRIM(WS-CG-PROFILE) ", "
               FUNCTION TRIM(WS-MODEL) ")" CLR
           PERFORM RESET-CONVERSATION
           IF WS-PB-S-DEFS(WS-PB-IDX) NOT = SPACES
               MOVE 'D' TO WS-RV-ACTION
               CALL "REPLY-VALIDATOR" USING
                   WS-RV-ACTION WS-PB-S-DEFS(WS-PB-IDX)
                   WS-RV-REPLY WS-RV-OUT WS-RV-ERR WS-RV-STATUS
               MOVE 'system' TO WS-MSG-ROLE
               MOVE WS-RV-REPLY TO WS-CM-CONTENT
               CALL "CONTEXT-MGR" USING
                   WS-MSG-ROLE WS-CM-CONTENT WS-MESSAGES-JSON
                   WS-MSG-COUNT WS-CM-STATUS
                   WS-CM-TOOL-CALL-ID WS-CM-TOOL-CALLS
           END-IF
           PERFORM MERGE-PLAYBOOK-PROMPT
           IF WS-PB-OVER = 'Y'
               MOVE 'merged prompt is longer than the input buffer'
                   TO WS-PB-REASON
               PERFORM FAIL-PLAYBOOK-STEP
               EXIT PARAGRAPH
           END-IF
           DISPLAY DIM FUNCTION TRIM(WS-USER-INPUT) CLR
           PERFORM SEND-USER-MESSAGE
           IF WS-IS-ERROR = 'Y'
               MOVE WS-AI-RESPONSE TO WS-PB-REASON
               PERFORM FAIL-PLAYBOOK-STEP
               EXIT PARAGRAPH
           END-IF
           IF WS-COMPLY-ACTIVE = 'Y' AND WS-CF-VERDICT = 'B'
               MOVE 'reply withheld by the compliance filter'
                   TO WS-PB-REASON
               PERFORM FAIL-PLAYBOOK-STEP
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-S-DEFS(WS-PB-IDX) NOT = SPACES
               MOVE 'V' TO WS-RV-ACTION
               MOVE WS-AI-RESPONSE TO WS-RV-REPLY
               CALL "REPLY-VALIDATOR" USING
                   WS-RV-ACTION WS-PB-S-DEFS(WS-PB-IDX)
                   WS-RV-REPLY WS-RV-OUT WS-RV-ERR WS-RV-STATUS
               IF WS-RV-STATUS NOT = 'Y'
                   MOVE SPACES TO WS-PB-REASON
                   STRING
                       'reply failed validation: ' DELIMITED SIZE
                       FUNCTION TRIM(WS-RV-ERR)    DELIMITED SIZE
                       INTO WS-PB-REASON
                   PERFORM FAIL-PLAYBOOK-STEP
                   EXIT PARAGRAPH
               END-IF
               DISPLAY DIM "(reply passed "
                   FUNCTION TRIM(WS-PB-S-DEFS(WS-PB-IDX)) ")" CLR
           END-IF
           MOVE WS-AI-RESPONSE TO WS-PB-S-ANSWER(WS-PB-IDX).

      *> The reason is prefixed with the step it stopped at; the
      *> chain loop sees WS-PB-FAILED and goes no further.
       FAIL-PLAYBOOK-STEP.
           MOVE 'Y' TO WS-PB-FAILED
           MOVE WS-PB-REASON TO WS-REJ-REASON
           MOVE SPACES TO WS-PB-REASON
           STRING
               'step '                        DELIMITED SIZE
               FUNCTION TRIM(WS-PB-STEP-ED)   DELIMITED SIZE
               ' ('                           DELIMITED SIZE
               FUNCTION TRIM(WS-PB-S-NAME(WS-PB-IDX))
                                              DELIMITED SIZE
               '): '                          DELIMITED SIZE
               FUNCTION TRIM(WS-REJ-REASON)   DELIMITED SIZE
               INTO WS-PB-REASON.

      *> Fill &INPUT and &<step> in the current step's prompt into
      *> WS-USER-INPUT. Only steps already run can be referred to,
      *> and a name must end at a character that cannot continue it
      *> (so &STEP1 never eats the front of &STEP10); any other &
      *> is copied as written.
       MERGE-PLAYBOOK-PROMPT.
           MOVE SPACES TO WS-USER-INPUT
           MOVE 1 TO WS-MERGE-PTR
           MOVE 'N' TO WS-PB-OVER
           MOVE 1 TO WS-PB-SCAN
           PERFORM UNTIL WS-PB-SCAN > WS-PB-S-PLEN(WS-PB-IDX)
               MOVE 'N' TO WS-PB-HIT
               IF WS-PB-S-PROMPT(WS-PB-IDX)(WS-PB-SCAN:1) = '&'
                   PERFORM TRY-PLAYBOOK-PLACEHOLDER
               END-IF
               IF WS-PB-HIT = 'N'
                   STRING WS-PB-S-PROMPT(WS-PB-IDX)(WS-PB-SCAN:1)
                           DELIMITED SIZE
                       INTO WS-USER-INPUT WITH POINTER WS-MERGE-PTR
                       ON OVERFLOW
                           MOVE 'Y' TO WS-PB-OVER
                   END-STRING
                   ADD 1 TO WS-PB-SCAN
               END-IF
           END-PERFORM.

       TRY-PLAYBOOK-PLACEHOLDER.
           MOVE 'INPUT' TO WS-PB-KEY
           MOVE 5 TO WS-PB-NLEN
           PERFORM CHECK-PLAYBOOK-NAME
           IF WS-PB-HIT = 'Y'
               STRING FUNCTION TRIM(WS-PB-INPUT) DELIMITED SIZE
                   INTO WS-USER-INPUT WITH POINTER WS-MERGE-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-PB-OVER
               END-STRING
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PB-REF FROM 1 BY 1
                   UNTIL WS-PB-REF >= WS-PB-IDX
                      OR WS-PB-HIT = 'Y'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-PB-S-NAME(WS-PB-REF))) TO WS-PB-NLEN
               MOVE WS-PB-S-NAME(WS-PB-REF) TO WS-PB-KEY
               PERFORM CHECK-PLAYBOOK-NAME
               IF WS-PB-HIT = 'Y'
                   STRING
                       FUNCTION TRIM(WS-PB-S-ANSWER(WS-PB-REF))
                           DELIMITED SIZE
                       INTO WS-USER-INPUT WITH POINTER WS-MERGE-PTR
                       ON OVERFLOW
                           MOVE 'Y' TO WS-PB-OVER
                   END-STRING
               END-IF
           END-PERFORM.

      *> Does the name in WS-PB-KEY (WS-PB-NLEN long) follow the '&'
      *> at WS-PB-SCAN as a whole word? On a hit the scan steps past
      *> it.
       CHECK-PLAYBOOK-NAME.
           MOVE 'N' TO WS-PB-HIT
           IF WS-PB-NLEN = 0 OR WS-PB-NLEN > 30
                   OR WS-PB-SCAN + WS-PB-NLEN > WS-PB-S-PLEN(WS-PB-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-S-PROMPT(WS-PB-IDX)(WS-PB-SCAN + 1:WS-PB-NLEN)
                   NOT = WS-PB-KEY(1:WS-PB-NLEN)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-PB-NEXT
           IF WS-PB-SCAN + WS-PB-NLEN < WS-PB-S-PLEN(WS-PB-IDX)
               MOVE WS-PB-S-PROMPT(WS-PB-IDX)
                   (WS-PB-SCAN + WS-PB-NLEN + 1:1) TO WS-PB-NEXT
           END-IF
           IF WS-PB-NEXT IS ALPHABETIC-UPPER AND WS-PB-NEXT NOT = SPACE
                   OR WS-PB-NEXT IS ALPHABETIC-LOWER
                       AND WS-PB-NEXT NOT = SPACE
                   OR WS-PB-NEXT IS NUMERIC
                   OR WS-PB-NEXT = '-' OR WS-PB-NEXT = '_'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PB-HIT
           COMPUTE WS-PB-SCAN = WS-PB-SCAN + WS-PB-NLEN + 1.

      *> --play: one chain per non-blank input line. The output gets
      *> the input and every step's answer; a chain that stops goes
      *> to the .rej companion instead. RETURN-CODE 0 clean, 4 some
      *> chains rejected, 8 none completed or the playbook itself
      *> would not load.
       RUN-PLAY-MODE.
           PERFORM LOAD-PLAYBOOK
           IF WS-PB-ERROR = SPACES
               PERFORM CHECK-PLAYBOOK
           END-IF
           IF WS-PB-ERROR NOT = SPACES
               DISPLAY "error: playbook " FUNCTION TRIM(WS-PB-NAME)
                   ": " FUNCTION TRIM(WS-PB-ERROR)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BATCH-EOF
           OPEN INPUT BATCH-IN-FILE
           IF WS-BATCH-IN-STATUS NOT = "00"
               DISPLAY "error: could not open batch input file "
                   FUNCTION TRIM(WS-BATCH-IN-PATH)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BATCH-OUT-FILE
           IF WS-BATCH-OUT-STATUS NOT = "00"
               DISPLAY "error: could not open batch output file "
                   FUNCTION TRIM(WS-BATCH-OUT-PATH)
               CLOSE BATCH-IN-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REJ-FILE
           PERFORM SAVE-PLAY-DEFAULTS
           MOVE 'Y' TO WS-PLAYING
           MOVE 0 TO WS-PB-OK WS-PB-FAIL
           PERFORM UNTIL WS-BATCH-EOF = 'Y'
               READ BATCH-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-BATCH-EOF
                   NOT AT END
                       PERFORM PROCESS-PLAY-LINE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-PLAYING
           CLOSE BATCH-IN-FILE
           CLOSE BATCH-OUT-FILE
           PERFORM RECORD-OUTPUT-LINEAGE
           CLOSE REJ-FILE
           IF WS-PB-FAIL = 0
               MOVE SPACES TO WS-REJ-RM-CMD
               STRING
                   "rm -f "                    DELIMITED SIZE
                   FUNCTION TRIM(WS-REJ-PATH)  DELIMITED SIZE
                   INTO WS-REJ-RM-CMD
               CALL "SYSTEM" USING WS-REJ-RM-CMD
           ELSE
               DISPLAY FUNCTION TRIM(WS-PB-FAIL)
                   " chain(s) rejected to "
                   FUNCTION TRIM(WS-REJ-PATH)
               IF WS-PB-OK = 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROCESS-PLAY-LINE.
           IF FUNCTION TRIM(BATCH-IN-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BATCH-IN-RECORD TO WS-PB-INPUT
           PERFORM RUN-PLAYBOOK-CHAIN
           IF WS-PB-FAILED = 'Y'
               ADD 1 TO WS-PB-FAIL
               PERFORM FORMAT-PLAY-REJECT
               WRITE REJ-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PB-OK
           MOVE SPACES TO BATCH-OUT-RECORD
           STRING "Input: " FUNCTION TRIM(WS-PB-INPUT) DELIMITED SIZE
               INTO BATCH-OUT-RECORD
           WRITE BATCH-OUT-RECORD
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-PB-COUNT
               MOVE SPACES TO BATCH-OUT-RECORD
               STRING
                   FUNCTION TRIM(WS-PB-S-NAME(WS-PB-IDX))
                                                DELIMITED SIZE
                   ": "                         DELIMITED SIZE
                   FUNCTION TRIM(WS-PB-S-ANSWER(WS-PB-IDX))
                                                DELIMITED SIZE
                   INTO BATCH-OUT-RECORD
               WRITE BATCH-OUT-RECORD
           END-PERFORM
           MOVE SPACES TO BATCH-OUT-RECORD
           WRITE BATCH-OUT-RECORD.

      *> --document <file> <instruction> [outfile] [options] -- the
      *> document rides the batch-input plumbing and the output
      *> defaults to <file>.out; the options follow in any order.
       PARSE-DOCUMENT-ARGS.
           MOVE 'Y' TO WS-DOC-MODE
           MOVE SPACES TO WS-BATCH-IN-PATH
           MOVE SPACES TO WS-BATCH-OUT-PATH
           MOVE SPACES TO WS-DOC-INSTR
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-BATCH-IN-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-IN-PATH
           END-ACCEPT
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-DOC-INSTR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-DOC-INSTR
           END-ACCEPT
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG1
           END-ACCEPT
      *>   The output-file operand is optional, so an option may be
      *>   sitting in its place.
           IF WS-ARG1 NOT = SPACES AND WS-ARG1(1:2) NOT = '--'
               MOVE WS-ARG1 TO WS-BATCH-OUT-PATH
               ADD 1 TO WS-ARGN
               DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG1
               END-ACCEPT
           END-IF
           PERFORM UNTIL FUNCTION TRIM(WS-ARG1) = SPACES
               EVALUATE FUNCTION TRIM(WS-ARG1)
                   WHEN '--restart'
                       MOVE 'Y' TO WS-RESTART
                   WHEN '--estimate'
                       MOVE 'Y' TO WS-DOC-ESTIMATE
                   WHEN '--chunk'
                       PERFORM ACCEPT-DOCUMENT-NUMBER
                       IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-DOC-ARG)) = 0
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-DOC-ARG))
                               TO WS-DOC-SIZE
                       END-IF
      *>               Room for the longest line the input area
      *>               holds, and no more than leaves the line-range
      *>               header space in the input buffer.
                       IF WS-DOC-SIZE < 1100
                           MOVE 1100 TO WS-DOC-SIZE
                       END-IF
                       IF WS-DOC-SIZE > 1600
                           MOVE 1600 TO WS-DOC-SIZE
                       END-IF
                   WHEN '--overlap'
                       PERFORM ACCEPT-DOCUMENT-NUMBER
                       IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-DOC-ARG)) = 0
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-DOC-ARG))
                               TO WS-DOC-OVERLAP
                       END-IF
                       IF WS-DOC-OVERLAP > 10
                           MOVE 10 TO WS-DOC-OVERLAP
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-ARGN
               DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG1
               END-ACCEPT
           END-PERFORM
           IF FUNCTION TRIM(WS-BATCH-OUT-PATH) = SPACES
               STRING FUNCTION TRIM(WS-BATCH-IN-PATH)
                   ".out" DELIMITED SIZE
                   INTO WS-BATCH-OUT-PATH
           END-IF
           MOVE SPACES TO WS-DOC-WORK-PATH
           STRING FUNCTION TRIM(WS-BATCH-OUT-PATH)
               ".work" DELIMITED SIZE
               INTO WS-DOC-WORK-PATH
           MOVE SPACES TO WS-CKPT-PATH
           STRING FUNCTION TRIM(WS-BATCH-IN-PATH)
               ".ckpt" DELIMITED SIZE
               INTO WS-CKPT-PATH.

       ACCEPT-DOCUMENT-NUMBER.
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-DOC-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-DOC-ARG
           END-ACCEPT.

      *> --document: a dry cut of the whole file counts the chunks
      *> and prices the run before anything is sent; the live cut
      *> then answers every chunk past the checkpoint, and the
      *> combining passes reduce the answers to one. RETURN-CODE 0
      *> clean, 4 when the compliance filter withheld a chunk's
      *> answer, 8 when the run did not finish (or was refused
      *> before it started).
       RUN-DOCUMENT-MODE.
           IF FUNCTION TRIM(WS-BATCH-IN-PATH) = SPACES
                   OR FUNCTION TRIM(WS-DOC-INSTR) = SPACES
               DISPLAY "error: --document needs a file and an"
                   " instruction"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DOC-SYS-SIZE =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PROMPT-CONTENT))
               + FUNCTION LENGTH(FUNCTION TRIM(WS-DOC-INSTR))
               + FUNCTION LENGTH(FUNCTION TRIM(WS-BATCH-IN-PATH))
               + 400
           MOVE 0 TO WS-ED-TOKENS WS-ED-REPLY-TOKENS WS-ED-COST
           MOVE 0 TO WS-DOC-THRESH-CNT
           MOVE 'Y' TO WS-DOC-DRY
           PERFORM CUT-DOCUMENT
           IF WS-DOC-FAILED = 'Y'
               DISPLAY "error: " FUNCTION TRIM(WS-DOC-REASON)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-CHUNK TO WS-DOC-CHUNKS
           MOVE WS-DOC-LINENO TO WS-DOC-TOTAL-LINES
           IF WS-DOC-CHUNKS = 0
               DISPLAY "error: " FUNCTION TRIM(WS-BATCH-IN-PATH)
                   " is empty"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PROJECT-DOCUMENT-COST
           IF WS-DOC-ESTIMATE = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-CHUNKS > WS-DOC-MAX
                   OR WS-ED-OVER-BUDGET = 'Y'
                   OR WS-DOC-THRESH-CNT > 0
               DISPLAY "document run not started"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SKIP-LINES
           IF WS-RESTART = 'Y'
               PERFORM READ-CHECKPOINT
           END-IF
           PERFORM LOAD-DOCUMENT-WORK
      *>   The work file is rewritten from what survived, so an
      *>   answer written just before a crash, but never
      *>   checkpointed, does not appear twice.
           OPEN OUTPUT DOC-WORK-FILE
           IF WS-DOC-WORK-STATUS NOT = "00"
               DISPLAY "error: could not open work file "
                   FUNCTION TRIM(WS-DOC-WORK-PATH)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-ANS-COUNT
               MOVE WS-DOC-IDX TO WS-DOC-CHUNK
               PERFORM WRITE-DOCUMENT-WORK
           END-PERFORM
           MOVE WS-DOC-CHUNKS TO WS-DOC-CHUNKS-ED
           MOVE SPACES TO WS-MSG-CONTENT
           STRING
               'document '                      DELIMITED SIZE
               FUNCTION TRIM(WS-BATCH-IN-PATH)  DELIMITED SIZE
               ' started, '                     DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-CHUNKS-ED)  DELIMITED SIZE
               ' chunk(s): '                    DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-INSTR)      DELIMITED SIZE
               INTO WS-MSG-CONTENT
           PERFORM AUDIT-DOCUMENT-EVENT
           MOVE 0 TO WS-DOC-WITHHELD WS-DOC-CUT-CNT
           MOVE 'N' TO WS-DOC-DRY
           PERFORM CUT-DOCUMENT
           CLOSE DOC-WORK-FILE
           IF WS-DOC-FAILED = 'N'
               PERFORM COMBINE-DOCUMENT-ANSWERS
           END-IF
           IF WS-DOC-FAILED = 'N'
               PERFORM WRITE-DOCUMENT-OUTPUT
           END-IF
           MOVE SPACES TO WS-MSG-CONTENT
           IF WS-DOC-FAILED = 'Y'
               STRING
                   'document '                      DELIMITED SIZE
                   FUNCTION TRIM(WS-BATCH-IN-PATH)  DELIMITED SIZE
                   ' stopped at '                   DELIMITED SIZE
                   FUNCTION TRIM(WS-DOC-REASON)     DELIMITED SIZE
                   INTO WS-MSG-CONTENT
           ELSE
               STRING
                   'document '                      DELIMITED SIZE
                   FUNCTION TRIM(WS-BATCH-IN-PATH)  DELIMITED SIZE
                   ' complete, answer in '          DELIMITED SIZE
                   FUNCTION TRIM(WS-BATCH-OUT-PATH) DELIMITED SIZE
                   INTO WS-MSG-CONTENT
           END-IF
           PERFORM AUDIT-DOCUMENT-EVENT
           IF WS-DOC-FAILED = 'Y'
               DISPLAY " "
               DISPLAY RED "document run stopped at "
                   FUNCTION TRIM(WS-DOC-REASON) CLR
               DISPLAY "answers so far are in "
                   FUNCTION TRIM(WS-DOC-WORK-PATH)
                   " -- rerun with --restart to carry on"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM DELETE-CHECKPOINT
           DISPLAY " "
           DISPLAY "answer written to " FUNCTION TRIM(WS-BATCH-OUT-PATH)
           IF WS-DOC-WITHHELD > 0
               DISPLAY FUNCTION TRIM(WS-DOC-WITHHELD)
                   " chunk answer(s) withheld by the compliance filter"
               MOVE 4 TO RETURN-CODE
           END-IF.

       AUDIT-DOCUMENT-EVENT.
           MOVE 'system' TO WS-MSG-ROLE
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR.

      *> One pass over the document, chunk by chunk. The dry pass
      *> only prices each chunk; the live pass sends the ones past
      *> the checkpoint. Both cut at the same places, so the chunk
      *> numbers a restart trusts are the ones the first run used.
       CUT-DOCUMENT.
           MOVE 'N' TO WS-DOC-EOF WS-DOC-HELD WS-DOC-CONT
           MOVE 'N' TO WS-DOC-FAILED
           MOVE SPACES TO WS-DOC-REASON WS-DOC-TEXT
           MOVE 0 TO WS-DOC-LINENO WS-DOC-CHUNK
           MOVE 0 TO WS-DOC-NLINES WS-DOC-LEN
           OPEN INPUT BATCH-IN-FILE
           IF WS-BATCH-IN-STATUS NOT = "00"
               MOVE 'Y' TO WS-DOC-FAILED
               STRING
                   'could not open document '       DELIMITED SIZE
                   FUNCTION TRIM(WS-BATCH-IN-PATH)  DELIMITED SIZE
                   INTO WS-DOC-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DOC-EOF = 'Y' OR WS-DOC-FAILED = 'Y'
               PERFORM FILL-DOCUMENT-CHUNK
               IF WS-DOC-NEW > 0
                   ADD 1 TO WS-DOC-CHUNK
                   IF WS-DOC-DRY = 'Y'
                       PERFORM PRICE-DOCUMENT-CHUNK
                   ELSE
                       IF WS-DOC-CHUNK > WS-SKIP-LINES
                           PERFORM SEND-DOCUMENT-CHUNK
                       END-IF
                   END-IF
                   PERFORM CARRY-DOCUMENT-OVERLAP
               END-IF
           END-PERFORM
           CLOSE BATCH-IN-FILE.

      *> Add lines until the next would overflow the chunk (it is
      *> held for the next one) or the document runs out. A chunk
      *> always takes at least one new line -- if the lines carried
      *> over leave no room for it, the carry is dropped.
       FILL-DOCUMENT-CHUNK.
           MOVE 0 TO WS-DOC-NEW
           PERFORM UNTIL WS-DOC-EOF = 'Y'
               IF WS-DOC-HELD = 'N'
                   PERFORM READ-DOCUMENT-LINE
                   IF WS-DOC-EOF = 'Y'
                       EXIT PERFORM
                   END-IF
               END-IF
               IF WS-DOC-LEN + WS-DOC-HELD-LEN + 1 > WS-DOC-SIZE
                   IF WS-DOC-NEW > 0
                       EXIT PERFORM
                   END-IF
                   MOVE SPACES TO WS-DOC-TEXT
                   MOVE 0 TO WS-DOC-LEN WS-DOC-NLINES
               END-IF
               PERFORM TAKE-DOCUMENT-LINE
           END-PERFORM.

       READ-DOCUMENT-LINE.
           READ BATCH-IN-FILE
               AT END
                   MOVE 'Y' TO WS-DOC-EOF
               NOT AT END
                   IF WS-DOC-CONT = 'N'
                       ADD 1 TO WS-DOC-LINENO
                   END-IF
                   IF WS-BATCH-IN-STATUS = "06"
                       MOVE 'Y' TO WS-DOC-CONT
                   ELSE
                       MOVE 'N' TO WS-DOC-CONT
                   END-IF
                   MOVE BATCH-IN-RECORD TO WS-DOC-HELD-LINE
                   MOVE WS-DOC-LINENO TO WS-DOC-HELD-NO
                   IF BATCH-IN-RECORD = SPACES
                       MOVE 0 TO WS-DOC-HELD-LEN
                   ELSE
                       MOVE FUNCTION LENGTH(
                           FUNCTION TRIM(BATCH-IN-RECORD, TRAILING))
                           TO WS-DOC-HELD-LEN
                   END-IF
                   MOVE 'Y' TO WS-DOC-HELD
           END-READ.

       TAKE-DOCUMENT-LINE.
           ADD 1 TO WS-DOC-NLINES
           IF WS-DOC-NLINES > 1
               ADD 1 TO WS-DOC-LEN
               MOVE X"0A" TO WS-DOC-TEXT(WS-DOC-LEN:1)
           END-IF
           COMPUTE WS-DOC-L-START(WS-DOC-NLINES) = WS-DOC-LEN + 1
           MOVE WS-DOC-HELD-NO TO WS-DOC-L-NO(WS-DOC-NLINES)
           IF WS-DOC-HELD-LEN > 0
               MOVE WS-DOC-HELD-LINE(1:WS-DOC-HELD-LEN)
                   TO WS-DOC-TEXT(WS-DOC-LEN + 1:WS-DOC-HELD-LEN)
               ADD WS-DOC-HELD-LEN TO WS-DOC-LEN
           END-IF
           MOVE 'N' TO WS-DOC-HELD
           ADD 1 TO WS-DOC-NEW.

      *> Keep the chunk's last --overlap lines to open the next one
      *> -- never the whole chunk, and never more than a third of a
      *> chunk's worth of text, so every chunk moves the document
      *> along.
       CARRY-DOCUMENT-OVERLAP.
           IF WS-DOC-OVERLAP = 0 OR WS-DOC-NLINES < 2
               MOVE SPACES TO WS-DOC-TEXT
               MOVE 0 TO WS-DOC-LEN WS-DOC-NLINES
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-NLINES > WS-DOC-OVERLAP
               COMPUTE WS-DOC-K = WS-DOC-NLINES - WS-DOC-OVERLAP + 1
           ELSE
               MOVE 2 TO WS-DOC-K
           END-IF
           PERFORM UNTIL WS-DOC-K > WS-DOC-NLINES
                   OR WS-DOC-LEN - WS-DOC-L-START(WS-DOC-K) + 1
                       <= WS-DOC-SIZE / 3
               ADD 1 TO WS-DOC-K
           END-PERFORM
           IF WS-DOC-K > WS-DOC-NLINES
               MOVE SPACES TO WS-DOC-TEXT
               MOVE 0 TO WS-DOC-LEN WS-DOC-NLINES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DOC-SHIFT = WS-DOC-L-START(WS-DOC-K) - 1
           COMPUTE WS-DOC-ALEN = WS-DOC-LEN - WS-DOC-SHIFT
           MOVE SPACES TO WS-DOC-CARRY
           IF WS-DOC-ALEN > 0
               MOVE WS-DOC-TEXT(WS-DOC-SHIFT + 1:WS-DOC-ALEN)
                   TO WS-DOC-CARRY
           END-IF
           MOVE WS-DOC-CARRY TO WS-DOC-TEXT
           MOVE WS-DOC-ALEN TO WS-DOC-LEN
           MOVE 0 TO WS-DOC-J
           PERFORM VARYING WS-DOC-K FROM WS-DOC-K BY 1
                   UNTIL WS-DOC-K > WS-DOC-NLINES
               ADD 1 TO WS-DOC-J
               COMPUTE WS-DOC-L-START(WS-DOC-J) =
                   WS-DOC-L-START(WS-DOC-K) - WS-DOC-SHIFT
               MOVE WS-DOC-L-NO(WS-DOC-K) TO WS-DOC-L-NO(WS-DOC-J)
           END-PERFORM
           MOVE WS-DOC-J TO WS-DOC-NLINES.

      *> The chunk's share of the projection: the instruction and
      *> the chunk at four characters a token, plus the worst-case
      *> reply, priced the way CHECK-CALL-COST-GATE prices a call.
       PRICE-DOCUMENT-CHUNK.
           COMPUTE WS-CE-TOKENS = (WS-DOC-SYS-SIZE + WS-DOC-LEN) / 4
           CALL "COST-ESTIMATE" USING
               WS-ENV-PROFILE WS-MODEL WS-CE-TOKENS WS-MAX-TOKENS
               WS-CE-COST WS-CE-THRESH
           ADD WS-CE-TOKENS TO WS-ED-TOKENS
           ADD WS-MAX-TOKENS TO WS-ED-REPLY-TOKENS
           ADD WS-CE-COST TO WS-ED-COST
           IF WS-CE-THRESH > 0 AND WS-CE-COST > WS-CE-THRESH
               ADD 1 TO WS-DOC-THRESH-CNT
           END-IF.

      *> The chunks, plus a worst case for the combining passes:
      *> each folds at least two answers into one, so there are
      *> never more than chunks - 1 of them, each a full buffer.
       PROJECT-DOCUMENT-COST.
           IF WS-DOC-CHUNKS > 1
               COMPUTE WS-DOC-CALLS = WS-DOC-CHUNKS - 1
               COMPUTE WS-CE-TOKENS = (WS-DOC-SYS-SIZE + 2000) / 4
               CALL "COST-ESTIMATE" USING
                   WS-ENV-PROFILE WS-MODEL WS-CE-TOKENS WS-MAX-TOKENS
                   WS-CE-COST WS-CE-THRESH
               COMPUTE WS-ED-TOKENS =
                   WS-ED-TOKENS + WS-CE-TOKENS * WS-DOC-CALLS
               COMPUTE WS-ED-REPLY-TOKENS =
                   WS-ED-REPLY-TOKENS + WS-MAX-TOKENS * WS-DOC-CALLS
               COMPUTE WS-ED-COST =
                   WS-ED-COST + WS-CE-COST * WS-DOC-CALLS
               IF WS-CE-THRESH > 0 AND WS-CE-COST > WS-CE-THRESH
                   ADD 1 TO WS-DOC-THRESH-CNT
               END-IF
           ELSE
               MOVE 0 TO WS-DOC-CALLS
           END-IF
           PERFORM EDIT-READ-BUDGET
           DISPLAY "================================================="
           DISPLAY " DOCUMENT RUN -- " FUNCTION TRIM(WS-BATCH-IN-PATH)
           DISPLAY " -----------------------------------------------"
           MOVE WS-DOC-TOTAL-LINES TO WS-ED-COUNT-ED
           DISPLAY " lines:                     " WS-ED-COUNT-ED
           MOVE WS-DOC-CHUNKS TO WS-ED-COUNT-ED
           DISPLAY " chunks:                    " WS-ED-COUNT-ED
           MOVE WS-DOC-SIZE TO WS-ED-COUNT-ED
           DISPLAY " chunk size (characters):   " WS-ED-COUNT-ED
           MOVE WS-DOC-OVERLAP TO WS-ED-COUNT-ED
           DISPLAY " overlap (lines):           " WS-ED-COUNT-ED
           MOVE WS-DOC-CALLS TO WS-ED-COUNT-ED
           DISPLAY " combining calls, at most:  " WS-ED-COUNT-ED
           DISPLAY " "
           MOVE WS-ED-TOKENS TO WS-ED-COUNT-ED
           DISPLAY " projected prompt tokens:   " WS-ED-COUNT-ED
           MOVE WS-ED-REPLY-TOKENS TO WS-ED-COUNT-ED
           DISPLAY " worst-case reply tokens:   " WS-ED-COUNT-ED
           MOVE WS-ED-COST TO WS-ED-MONEY-ED
           DISPLAY " projected cost:          " WS-ED-MONEY-ED
           EVALUATE TRUE
               WHEN FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-URL))
                       = 'mock'
                   DISPLAY " (mock provider -- nothing will be charged)"
               WHEN WS-ED-BUDGET = 0
                   DISPLAY " (no OPENROUTER_MONTHLY_BUDGET -- nothing"
                       " to hold the run against)"
               WHEN OTHER
                   MOVE WS-ED-BUDGET TO WS-ED-MONEY-ED
                   DISPLAY " monthly budget:          " WS-ED-MONEY-ED
                   MOVE WS-ED-SPENT TO WS-ED-MONEY-ED
                   DISPLAY " spent this month:        " WS-ED-MONEY-ED
                   MOVE WS-ED-REMAIN TO WS-ED-REMAIN-ED
                   DISPLAY " remaining:               " WS-ED-REMAIN-ED
           END-EVALUATE
           IF WS-DOC-CHUNKS > WS-DOC-MAX
               MOVE WS-DOC-MAX TO WS-ED-COUNT-ED
               DISPLAY " MORE THAN " FUNCTION TRIM(WS-ED-COUNT-ED)
                   " CHUNKS -- RAISE --chunk OR SPLIT THE DOCUMENT"
           END-IF
           IF WS-DOC-THRESH-CNT > 0
               DISPLAY " A CALL WOULD EXCEED THE PER-CALL THRESHOLD"
           END-IF
           IF WS-ED-OVER-BUDGET = 'Y'
               DISPLAY " PROJECTED COST EXCEEDS THE REMAINING BUDGET"
           END-IF
           DISPLAY "=================================================".

      *> On --restart, the answers of chunks 1 through the
      *> checkpoint, read back in order; the run resumes after the
      *> last one the work file really holds.
       LOAD-DOCUMENT-WORK.
           MOVE 0 TO WS-DOC-ANS-COUNT
           IF WS-SKIP-LINES > WS-DOC-CHUNKS
               DISPLAY "checkpoint is past the end of the document"
                   " -- starting from chunk 1"
               MOVE 0 TO WS-SKIP-LINES
           END-IF
           IF WS-SKIP-LINES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DOC-WORK-EOF
           OPEN INPUT DOC-WORK-FILE
           IF WS-DOC-WORK-STATUS NOT = "00"
               DISPLAY "no work file found -- starting from chunk 1"
               MOVE 0 TO WS-SKIP-LINES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DOC-WORK-EOF = 'Y'
                   OR WS-DOC-ANS-COUNT >= WS-SKIP-LINES
               READ DOC-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-DOC-WORK-EOF
                   NOT AT END
                       IF DOC-WORK-RECORD(1:4) IS NUMERIC
                               AND DOC-WORK-RECORD(6:7) IS NUMERIC
                               AND DOC-WORK-RECORD(14:7) IS NUMERIC
                           MOVE DOC-WORK-RECORD(1:4) TO WS-DOC-IDX
                       ELSE
                           MOVE 0 TO WS-DOC-IDX
                       END-IF
                       IF WS-DOC-IDX = WS-DOC-ANS-COUNT + 1
                           ADD 1 TO WS-DOC-ANS-COUNT
                           MOVE DOC-WORK-RECORD(6:7)
                               TO WS-DOC-A-FIRST(WS-DOC-ANS-COUNT)
                           MOVE DOC-WORK-RECORD(14:7)
                               TO WS-DOC-A-LAST(WS-DOC-ANS-COUNT)
                           MOVE DOC-WORK-RECORD(22:2000)
                               TO WS-DOC-A-TEXT(WS-DOC-ANS-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DOC-WORK-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOC-WORK-FILE
           MOVE WS-DOC-ANS-COUNT TO WS-SKIP-LINES
           IF WS-SKIP-LINES > 0
               MOVE WS-SKIP-LINES TO WS-DOC-CHUNK-ED
               DISPLAY "restarting after chunk "
                   FUNCTION TRIM(WS-DOC-CHUNK-ED)
           END-IF.

      *> chunk|first line|last line|answer, fixed columns, the
      *> answer on one line.
       WRITE-DOCUMENT-WORK.
           MOVE SPACES TO DOC-WORK-RECORD
           STRING
               WS-DOC-CHUNK                       DELIMITED SIZE
               '|'                                DELIMITED SIZE
               WS-DOC-A-FIRST(WS-DOC-CHUNK)       DELIMITED SIZE
               '|'                                DELIMITED SIZE
               WS-DOC-A-LAST(WS-DOC-CHUNK)        DELIMITED SIZE
               '|'                                DELIMITED SIZE
               WS-DOC-A-TEXT(WS-DOC-CHUNK)        DELIMITED SIZE
               INTO DOC-WORK-RECORD
           INSPECT DOC-WORK-RECORD REPLACING ALL X"0A" BY SPACE
           INSPECT DOC-WORK-RECORD REPLACING ALL X"0D" BY SPACE
           WRITE DOC-WORK-RECORD.

      *> One chunk, alone in a fresh conversation under the
      *> instruction, its answer kept and checkpointed. A chunk of
      *> nothing but blank lines is not worth a call.
       SEND-DOCUMENT-CHUNK.
           MOVE WS-DOC-CHUNK TO WS-DOC-CHUNK-ED
           MOVE WS-DOC-L-NO(1) TO WS-DOC-FIRST-ED
           MOVE WS-DOC-L-NO(WS-DOC-NLINES) TO WS-DOC-LAST-ED
           ADD 1 TO WS-DOC-ANS-COUNT
           MOVE WS-DOC-L-NO(1) TO WS-DOC-A-FIRST(WS-DOC-ANS-COUNT)
           MOVE WS-DOC-L-NO(WS-DOC-NLINES)
               TO WS-DOC-A-LAST(WS-DOC-ANS-COUNT)
           DISPLAY " "
           DISPLAY BOLD "--- chunk " FUNCTION TRIM(WS-DOC-CHUNK-ED)
               "/" FUNCTION TRIM(WS-DOC-CHUNKS-ED) "  lines "
               FUNCTION TRIM(WS-DOC-FIRST-ED) "-"
               FUNCTION TRIM(WS-DOC-LAST-ED) CLR
           IF WS-DOC-TEXT = SPACES
               MOVE 'nothing relevant'
                   TO WS-DOC-A-TEXT(WS-DOC-ANS-COUNT)
               DISPLAY DIM "(blank lines only -- not sent)" CLR
               PERFORM WRITE-DOCUMENT-WORK
               MOVE WS-DOC-CHUNK TO WS-BATCH-LINENO
               PERFORM WRITE-CHECKPOINT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MSG-CONTENT
           STRING
               'document '                      DELIMITED SIZE
               FUNCTION TRIM(WS-BATCH-IN-PATH)  DELIMITED SIZE
               ' chunk '                        DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-CHUNK-ED)   DELIMITED SIZE
               ' of '                           DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-CHUNKS-ED)  DELIMITED SIZE
               ' lines '                        DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-FIRST-ED)   DELIMITED SIZE
               '-'                              DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-LAST-ED)    DELIMITED SIZE
               INTO WS-MSG-CONTENT
           PERFORM AUDIT-DOCUMENT-EVENT
           PERFORM RESET-CONVERSATION
           MOVE SPACES TO WS-CM-CONTENT
           STRING
               'Instruction: '                  DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-INSTR)      DELIMITED SIZE
               X"0A"                            DELIMITED SIZE
               'You are given one part of a longer document ('
                                                DELIMITED SIZE
               FUNCTION TRIM(WS-BATCH-IN-PATH)  DELIMITED SIZE
               '), lines '                      DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-FIRST-ED)   DELIMITED SIZE
               '-'                              DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-LAST-ED)    DELIMITED SIZE
               '. Answer the instruction from this part alone, in'
                                                DELIMITED SIZE
               ' no more than 500 characters. If nothing in this'
                                                DELIMITED SIZE
               ' part bears on it, reply only: nothing relevant.'
                                                DELIMITED SIZE
               INTO WS-CM-CONTENT
           PERFORM ADD-DOCUMENT-INSTRUCTION
           MOVE SPACES TO WS-USER-INPUT
           STRING
               'Lines '                         DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-FIRST-ED)   DELIMITED SIZE
               '-'                              DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-LAST-ED)    DELIMITED SIZE
               ':'                              DELIMITED SIZE
               X"0A"                            DELIMITED SIZE
               WS-DOC-TEXT(1:WS-DOC-LEN)        DELIMITED SIZE
               INTO WS-USER-INPUT
           PERFORM SEND-USER-MESSAGE
           IF WS-IS-ERROR = 'Y' OR WS-CM-STATUS = 'N'
               SUBTRACT 1 FROM WS-DOC-ANS-COUNT
               MOVE 'Y' TO WS-DOC-FAILED
               IF WS-IS-ERROR NOT = 'Y'
                   MOVE 'message would not fit the context buffer'
                       TO WS-AI-RESPONSE
               END-IF
               STRING
                   'chunk '                         DELIMITED SIZE
                   FUNCTION TRIM(WS-DOC-CHUNK-ED)   DELIMITED SIZE
                   ' (lines '                       DELIMITED SIZE
                   FUNCTION TRIM(WS-DOC-FIRST-ED)   DELIMITED SIZE
                   '-'                              DELIMITED SIZE
                   FUNCTION TRIM(WS-DOC-LAST-ED)    DELIMITED SIZE
                   '): '                            DELIMITED SIZE
                   FUNCTION TRIM(WS-AI-RESPONSE)    DELIMITED SIZE
                   INTO WS-DOC-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-COMPLY-ACTIVE = 'Y' AND WS-CF-VERDICT = 'B'
               ADD 1 TO WS-DOC-WITHHELD
               MOVE 'answer withheld by the compliance filter'
                   TO WS-DOC-A-TEXT(WS-DOC-ANS-COUNT)
           ELSE
               IF WS-AI-RESPONSE = SPACES
                   MOVE 'nothing relevant'
                       TO WS-DOC-A-TEXT(WS-DOC-ANS-COUNT)
               ELSE
                   MOVE WS-AI-RESPONSE
                       TO WS-DOC-A-TEXT(WS-DOC-ANS-COUNT)
               END-IF
           END-IF
           PERFORM WRITE-DOCUMENT-WORK
           MOVE WS-DOC-CHUNK TO WS-BATCH-LINENO
           PERFORM WRITE-CHECKPOINT.

      *> The instruction rides as a system message after the prompt
      *> profile's own, the way a validator's field instruction does.
       ADD-DOCUMENT-INSTRUCTION.
           MOVE 'system' TO WS-MSG-ROLE
           CALL "CONTEXT-MGR" USING
               WS-MSG-ROLE WS-CM-CONTENT WS-MESSAGES-JSON
               WS-MSG-COUNT WS-CM-STATUS
               WS-CM-TOOL-CALL-ID WS-CM-TOOL-CALLS.

      *> Fold the answers together a pass at a time until one is
      *> left. Each pass packs consecutive answers, tagged with
      *> their line ranges, into as few prompts as will hold them;
      *> an answer is cut to 850 characters going in so any two
      *> always fit, and every pass at least halves the count.
       COMBINE-DOCUMENT-ANSWERS.
           MOVE 0 TO WS-DOC-ROUND
           PERFORM UNTIL WS-DOC-ANS-COUNT <= 1
                   OR WS-DOC-FAILED = 'Y'
               ADD 1 TO WS-DOC-ROUND
               MOVE WS-DOC-ROUND TO WS-DOC-ROUND-ED
               MOVE 0 TO WS-DOC-OUT
               MOVE 1 TO WS-DOC-IDX
               PERFORM UNTIL WS-DOC-IDX > WS-DOC-ANS-COUNT
                       OR WS-DOC-FAILED = 'Y'
                   PERFORM COMBINE-DOCUMENT-GROUP
               END-PERFORM
               MOVE WS-DOC-OUT TO WS-DOC-ANS-COUNT
           END-PERFORM.

       COMBINE-DOCUMENT-GROUP.
           MOVE SPACES TO WS-USER-INPUT
           MOVE 1 TO WS-DOC-PTR
           MOVE WS-DOC-IDX TO WS-DOC-J
           MOVE 0 TO WS-DOC-K
           PERFORM UNTIL WS-DOC-IDX > WS-DOC-ANS-COUNT
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-DOC-A-TEXT(WS-DOC-IDX)))
                   TO WS-DOC-ALEN
               IF WS-DOC-ALEN > 850
                   MOVE 850 TO WS-DOC-ALEN
                   ADD 1 TO WS-DOC-CUT-CNT
               END-IF
               IF WS-DOC-K > 0
                       AND WS-DOC-PTR + WS-DOC-ALEN + 30 > 1900
                   EXIT PERFORM
               END-IF
               MOVE WS-DOC-A-FIRST(WS-DOC-IDX) TO WS-DOC-FIRST-ED
               MOVE WS-DOC-A-LAST(WS-DOC-IDX) TO WS-DOC-LAST-ED
               STRING
                   '[lines '                        DELIMITED SIZE
                   FUNCTION TRIM(WS-DOC-FIRST-ED)   DELIMITED SIZE
                   '-'                              DELIMITED SIZE
                   FUNCTION TRIM(WS-DOC-LAST-ED)    DELIMITED SIZE
                   '] '                             DELIMITED SIZE
                   FUNCTION TRIM(WS-DOC-A-TEXT(WS-DOC-IDX))
                       (1:WS-DOC-ALEN)              DELIMITED SIZE
                   X"0A"                            DELIMITED SIZE
                   INTO WS-USER-INPUT
                   WITH POINTER WS-DOC-PTR
               END-STRING
               ADD 1 TO WS-DOC-K
               ADD 1 TO WS-DOC-IDX
           END-PERFORM
           ADD 1 TO WS-DOC-OUT
      *>   An answer left over at the end of a pass goes through to
      *>   the next one as it stands.
           IF WS-DOC-K = 1
               MOVE WS-DOC-ANS(WS-DOC-J) TO WS-DOC-ANS(WS-DOC-OUT)
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-J = 1 AND WS-DOC-IDX > WS-DOC-ANS-COUNT
               MOVE 'Y' TO WS-DOC-FINAL
           ELSE
               MOVE 'N' TO WS-DOC-FINAL
           END-IF
           MOVE WS-DOC-OUT TO WS-DOC-GROUP-ED
           MOVE WS-DOC-K TO WS-DOC-CHUNK-ED
           MOVE WS-DOC-A-FIRST(WS-DOC-J) TO WS-DOC-FIRST-ED
           COMPUTE WS-DOC-GROUP = WS-DOC-IDX - 1
           MOVE WS-DOC-A-LAST(WS-DOC-GROUP) TO WS-DOC-LAST-ED
           DISPLAY " "
           DISPLAY BOLD "--- combining pass "
               FUNCTION TRIM(WS-DOC-ROUND-ED) " group "
               FUNCTION TRIM(WS-DOC-GROUP-ED) "  "
               FUNCTION TRIM(WS-DOC-CHUNK-ED) " answers, lines "
               FUNCTION TRIM(WS-DOC-FIRST-ED) "-"
               FUNCTION TRIM(WS-DOC-LAST-ED) CLR
           MOVE SPACES TO WS-MSG-CONTENT
           STRING
               'document '                      DELIMITED SIZE
               FUNCTION TRIM(WS-BATCH-IN-PATH)  DELIMITED SIZE
               ' combining pass '               DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-ROUND-ED)   DELIMITED SIZE
               ' group '                        DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-GROUP-ED)   DELIMITED SIZE
               ', '                             DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-CHUNK-ED)   DELIMITED SIZE
               ' answers, lines '               DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-FIRST-ED)   DELIMITED SIZE
               '-'                              DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-LAST-ED)    DELIMITED SIZE
               INTO WS-MSG-CONTENT
           PERFORM AUDIT-DOCUMENT-EVENT
           PERFORM RESET-CONVERSATION
           MOVE SPACES TO WS-CM-CONTENT
           MOVE 1 TO WS-DOC-PTR
           STRING
               'Instruction: '                  DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-INSTR)      DELIMITED SIZE
               X"0A"                            DELIMITED SIZE
               'The user message holds partial answers to the'
                                                DELIMITED SIZE
               ' instruction, each drawn from the lines of a'
                                                DELIMITED SIZE
               ' document ('                     DELIMITED SIZE
               FUNCTION TRIM(WS-BATCH-IN-PATH)  DELIMITED SIZE
               ') shown in its [lines a-b] tag. Combine them into'
                                                DELIMITED SIZE
               ' one answer to the instruction, leaving out any'
                                                DELIMITED SIZE
               ' that found nothing relevant, and cite the line'
                                                DELIMITED SIZE
               ' range each point comes from as [lines a-b].'
                                                DELIMITED SIZE
               INTO WS-CM-CONTENT
               WITH POINTER WS-DOC-PTR
           END-STRING
           IF WS-DOC-FINAL = 'N'
               STRING
                   ' Use no more than 800 characters.'
                                                DELIMITED SIZE
                   INTO WS-CM-CONTENT
                   WITH POINTER WS-DOC-PTR
               END-STRING
           END-IF
           PERFORM ADD-DOCUMENT-INSTRUCTION
           PERFORM SEND-USER-MESSAGE
           IF WS-IS-ERROR = 'Y' OR WS-CM-STATUS = 'N'
               MOVE 'Y' TO WS-DOC-FAILED
               IF WS-IS-ERROR NOT = 'Y'
                   MOVE 'message would not fit the context buffer'
                       TO WS-AI-RESPONSE
               END-IF
               STRING
                   'combining pass '                DELIMITED SIZE
                   FUNCTION TRIM(WS-DOC-ROUND-ED)   DELIMITED SIZE
                   ' group '                        DELIMITED SIZE
                   FUNCTION TRIM(WS-DOC-GROUP-ED)   DELIMITED SIZE
                   ': '                             DELIMITED SIZE
                   FUNCTION TRIM(WS-AI-RESPONSE)    DELIMITED SIZE
                   INTO WS-DOC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-A-FIRST(WS-DOC-J) TO WS-DOC-A-FIRST(WS-DOC-OUT)
           MOVE WS-DOC-A-LAST(WS-DOC-GROUP)
               TO WS-DOC-A-LAST(WS-DOC-OUT)
           IF WS-COMPLY-ACTIVE = 'Y' AND WS-CF-VERDICT = 'B'
               ADD 1 TO WS-DOC-WITHHELD
               MOVE 'answer withheld by the compliance filter'
                   TO WS-DOC-A-TEXT(WS-DOC-OUT)
           ELSE
               MOVE WS-AI-RESPONSE TO WS-DOC-A-TEXT(WS-DOC-OUT)
           END-IF.

      *> The combined answer, then the chunk ranges it was drawn
      *> from, read back out of the work file.
       WRITE-DOCUMENT-OUTPUT.
           OPEN OUTPUT BATCH-OUT-FILE
           IF WS-BATCH-OUT-STATUS NOT = "00"
               MOVE 'Y' TO WS-DOC-FAILED
               STRING
                   'could not open output file '    DELIMITED SIZE
                   FUNCTION TRIM(WS-BATCH-OUT-PATH) DELIMITED SIZE
                   INTO WS-DOC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-TOTAL-LINES TO WS-DOC-LAST-ED
           MOVE SPACES TO BATCH-OUT-RECORD
           STRING
               'Document: '                     DELIMITED SIZE
               FUNCTION TRIM(WS-BATCH-IN-PATH)  DELIMITED SIZE
               ' ('                             DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-LAST-ED)    DELIMITED SIZE
               ' lines, '                       DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-CHUNKS-ED)  DELIMITED SIZE
               ' chunks)'                       DELIMITED SIZE
               INTO BATCH-OUT-RECORD
           WRITE BATCH-OUT-RECORD
           MOVE SPACES TO BATCH-OUT-RECORD
           STRING
               'Instruction: '                  DELIMITED SIZE
               FUNCTION TRIM(WS-DOC-INSTR)      DELIMITED SIZE
               INTO BATCH-OUT-RECORD
           WRITE BATCH-OUT-RECORD
           MOVE SPACES TO BATCH-OUT-RECORD
           WRITE BATCH-OUT-RECORD
           MOVE WS-DOC-A-TEXT(1) TO WS-AI-RESPONSE
           PERFORM WRITE-REPLY-BODY
           MOVE SPACES TO BATCH-OUT-RECORD
           WRITE BATCH-OUT-RECORD
           IF WS-DOC-CUT-CNT > 0
               MOVE SPACES TO BATCH-OUT-RECORD
               STRING
                   '(note: '                        DELIMITED SIZE
                   FUNCTION TRIM(WS-DOC-CUT-CNT)    DELIMITED SIZE
                   ' long answer(s) were cut to 850 characters'
                                                    DELIMITED SIZE
                   ' before combining)'             DELIMITED SIZE
                   INTO BATCH-OUT-RECORD
               WRITE BATCH-OUT-RECORD
           END-IF
           MOVE 'Sources:' TO BATCH-OUT-RECORD
           WRITE BATCH-OUT-RECORD
           MOVE 'N' TO WS-DOC-WORK-EOF
           OPEN INPUT DOC-WORK-FILE
           IF WS-DOC-WORK-STATUS NOT = "00"
               CLOSE BATCH-OUT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DOC-WORK-EOF = 'Y'
               READ DOC-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-DOC-WORK-EOF
                   NOT AT END
                       MOVE DOC-WORK-RECORD(1:4) TO WS-DOC-CHUNK-ED
                       MOVE DOC-WORK-RECORD(6:7) TO WS-DOC-FIRST-ED
                       MOVE DOC-WORK-RECORD(14:7) TO WS-DOC-LAST-ED
                       MOVE SPACES TO BATCH-OUT-RECORD
                       STRING
                           '  chunk '                   DELIMITED SIZE
                           WS-DOC-CHUNK-ED              DELIMITED SIZE
                           '  lines '                   DELIMITED SIZE
                           FUNCTION TRIM(WS-DOC-FIRST-ED)
                                                        DELIMITED SIZE
                           '-'                          DELIMITED SIZE
                           FUNCTION TRIM(WS-DOC-LAST-ED)
                                                        DELIMITED SIZE
                           INTO BATCH-OUT-RECORD
                       WRITE BATCH-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE DOC-WORK-FILE
           CLOSE BATCH-OUT-FILE
           PERFORM RECORD-OUTPUT-LINEAGE.

      *> --template <tplfile> <datafile> [outfile] [--edit] -- the
      *> data file rides the batch-input plumbing; the output file
      *> defaults to <datafile>.out the way --batch defaults its own.
       PARSE-TEMPLATE-ARGS.
           MOVE 'Y' TO WS-TPL-MODE
           MOVE SPACES TO WS-TPL-PATH
           MOVE SPACES TO WS-BATCH-IN-PATH
           MOVE SPACES TO WS-BATCH-OUT-PATH
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-TPL-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-TPL-PATH
           END-ACCEPT
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-BATCH-IN-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-IN-PATH
           END-ACCEPT
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-BATCH-OUT-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-OUT-PATH
           END-ACCEPT
           PERFORM PARSE-EDIT-OPTION
           IF FUNCTION TRIM(WS-BATCH-OUT-PATH) = SPACES
               STRING FUNCTION TRIM(WS-BATCH-IN-PATH)
                   ".out" DELIMITED SIZE
                   INTO WS-BATCH-OUT-PATH
           END-IF.

      *> A plain batch writes <infile>.out; a rerun's answers belong
      *> in the output of the run that rejected them, so the default
      *> strips the .rej suffix off the reject file's name.
       DEFAULT-BATCH-OUT-PATH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BATCH-IN-PATH))
               TO WS-PATH-LEN
           IF WS-RERUN = 'Y' AND WS-PATH-LEN > 4
                   AND WS-BATCH-IN-PATH(WS-PATH-LEN - 3:4) = '.rej'
               MOVE WS-BATCH-IN-PATH(1:WS-PATH-LEN - 4)
                   TO WS-BATCH-OUT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BATCH-IN-PATH)
                   ".out" DELIMITED SIZE
                   INTO WS-BATCH-OUT-PATH
           END-IF.

      *> The optional output operand of --template and --fields may
      *> be --edit itself; otherwise --edit can follow it.
       PARSE-EDIT-OPTION.
           IF FUNCTION TRIM(WS-BATCH-OUT-PATH) = '--edit'
               MOVE 'Y' TO WS-EDIT-MODE
               MOVE SPACES TO WS-BATCH-OUT-PATH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG1
           END-ACCEPT
           IF FUNCTION TRIM(WS-ARG1) = '--edit'
               MOVE 'Y' TO WS-EDIT-MODE
           END-IF.

      *> --fields <defsfile> <infile> [outfile] [--edit] -- the input
      *> rides the batch plumbing; the exception report lands beside
      *> the output as <outfile>.exc.
       PARSE-FIELDS-ARGS.
           MOVE 'Y' TO WS-FLD-MODE
           MOVE SPACES TO WS-DEFS-PATH
           MOVE SPACES TO WS-BATCH-IN-PATH
           MOVE SPACES TO WS-BATCH-OUT-PATH
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-DEFS-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-DEFS-PATH
           END-ACCEPT
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-BATCH-IN-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-IN-PATH
           END-ACCEPT
           ADD 1 TO WS-ARGN
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
           ACCEPT WS-BATCH-OUT-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-OUT-PATH
           END-ACCEPT
           PERFORM PARSE-EDIT-OPTION
           IF FUNCTION TRIM(WS-BATCH-OUT-PATH) = SPACES
               STRING FUNCTION TRIM(WS-BATCH-IN-PATH)
                   ".out" DELIMITED SIZE
                   INTO WS-BATCH-OUT-PATH
           END-IF
           MOVE SPACES TO WS-EXC-PATH
           STRING FUNCTION TRIM(WS-BATCH-OUT-PATH)
               ".exc" DELIMITED SIZE
               INTO WS-EXC-PATH
      *>   The run posts nothing itself -- everything stages behind
      *>   control records until RELEASE balances and moves it.
           MOVE SPACES TO WS-STG-PATH
           STRING FUNCTION TRIM(WS-BATCH-OUT-PATH)
               ".stg" DELIMITED SIZE
               INTO WS-STG-PATH
           MOVE WS-STG-PATH(1:500) TO WS-BATCH-OUT-PATH.

      *> Structured batch: each input line becomes one exchange whose
      *> reply must validate against the field list; good replies
      *> land as fixed-width records, failures in the exception
      *> report with the reason.
       RUN-FIELDS-MODE.
           MOVE 'D' TO WS-RV-ACTION
           CALL "REPLY-VALIDATOR" USING
               WS-RV-ACTION WS-DEFS-PATH WS-RV-REPLY
               WS-RV-OUT WS-RV-ERR WS-RV-STATUS
           IF WS-RV-STATUS NOT = 'Y'
               DISPLAY "error: could not read field definitions "
                   FUNCTION TRIM(WS-DEFS-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RV-REPLY TO WS-FLD-INSTR
           MOVE 'N' TO WS-BATCH-EOF
           OPEN INPUT BATCH-IN-FILE
           IF WS-BATCH-IN-STATUS NOT = "00"
               DISPLAY "error: could not open batch input file "
                   FUNCTION TRIM(WS-BATCH-IN-PATH)
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BATCH-OUT-FILE
           IF WS-BATCH-OUT-STATUS NOT = "00"
               DISPLAY "error: could not open batch output file "
                   FUNCTION TRIM(WS-BATCH-OUT-PATH)
               CLOSE BATCH-IN-FILE
               EXIT PARAGRAPH
           END-IF
      *>   A run that can't record its exceptions must not run at all
      *>   -- validation failures vanishing silently is exactly what
      *>   the exception report exists to prevent.
           OPEN OUTPUT EXC-FILE
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "error: could not open exception file "
                   FUNCTION TRIM(WS-EXC-PATH)
               CLOSE BATCH-IN-FILE
               CLOSE BATCH-OUT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-STAGING-HEADER
           PERFORM WRITE-STAGING-TRAILER
           CLOSE BATCH-IN-FILE
           CLOSE BATCH-OUT-FILE
           PERFORM RECORD-OUTPUT-LINEAGE
           CLOSE EXC-FILE
           DISPLAY "staged " FUNCTION TRIM(WS-FLD-OK-CNT)
               " record(s) to " FUNCTION TRIM(WS-STG-PATH)
           ELSE
               OPEN OUTPUT REJ-FILE
           END-IF
           MOVE 'BATCH' TO WS-HB-MODE
           PERFORM START-HEARTBEAT
           PERFORM UNTIL WS-BATCH-EOF = 'Y'
               READ BATCH-IN-FILE
                   AT END
                   NOT AT END
                       ADD 1 TO WS-BATCH-LINENO
                       IF WS-BATCH-LINENO > WS-SKIP-LINES
                           PERFORM NOTE-BATCH-LINE-BEAT
                           PERFORM PROCESS-BATCH-LINE
                           PERFORM WRITE-CHECKPOINT
                           ADD 1 TO WS-HB-HANDLED
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           CLOSE BATCH-IN-FILE
           CLOSE BATCH-OUT-FILE
           PERFORM RECORD-OUTPUT-LINEAGE
           CLOSE REJ-FILE
      *>   Only a fresh, clean run may discard the reject file -- a
      *>   restarted one may be carrying rejects from before the
           END-PERFORM
           DISPLAY "running " FUNCTION TRIM(WS-WORKERS)
               " worker(s)..."
      *>   The parent sits in the shell's wait until the last worker
      *>   is done, so it cannot beat meanwhile -- the workers do,
      *>   and the parent's own record asks only that it be alive.
           MOVE 'BATCH' TO WS-HB-MODE
           PERFORM START-HEARTBEAT
           MOVE 'Y' TO WS-HB-WAITING
           MOVE SPACES TO WS-HB-CURRENT
           STRING
               FUNCTION TRIM(WS-BATCH-IN-PATH) DELIMITED SIZE
               " (waiting on "                 DELIMITED SIZE
               WS-WORKERS                      DELIMITED SIZE
               " worker(s))"                   DELIMITED SIZE
               INTO WS-HB-CURRENT
           PERFORM HEARTBEAT-ACTIVITY
           DISPLAY "COBOLD_LINEAGE_OUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-BATCH-OUT-PATH UPON ENVIRONMENT-VALUE
           PERFORM LAUNCH-WORKERS
           MOVE 'N' TO WS-HB-WAITING
           MOVE SPACES TO WS-HB-CURRENT
           STRING
               FUNCTION TRIM(WS-BATCH-IN-PATH) DELIMITED SIZE
               " (merging)"                    DELIMITED SIZE
               INTO WS-HB-CURRENT
           PERFORM HEARTBEAT-ACTIVITY
           PERFORM MERGE-WORKER-OUTPUT
           PERFORM CLEAN-SLICE-FILES
           IF WS-REJ-COUNT = 0 AND WS-SKIP-LINES = 0
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'WORKER' TO WS-HB-MODE
           PERFORM START-HEARTBEAT
           MOVE 'N' TO WS-BATCH-EOF
           PERFORM UNTIL WS-BATCH-EOF = 'Y'
               READ BATCH-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-BATCH-EOF
                   NOT AT END
                       MOVE SPACES TO WS-HB-CURRENT
                       STRING
                           FUNCTION TRIM(WS-BATCH-IN-PATH)
                                                   DELIMITED SIZE
                           " line "                DELIMITED SIZE
                           BATCH-IN-RECORD(1:6)    DELIMITED SIZE
                           INTO WS-HB-CURRENT
                       PERFORM HEARTBEAT-ACTIVITY
                       PERFORM PROCESS-SLICE-LINE
                       ADD 1 TO WS-HB-HANDLED
               END-READ
           END-PERFORM
           CLOSE BATCH-IN-FILE
           CLOSE BATCH-OUT-FILE
           PERFORM RECORD-OUTPUT-LINEAGE.

      *> The batch output just closed, for LINEAGE-LOG -- which
      *> keeps only the first of a session's lines per file, and
      *> none for a session that read nothing.
       RECORD-OUTPUT-LINEAGE.
           MOVE SPACES TO WS-LN-TARGET
           IF WS-SLICE-MODE = 'Y'
               ACCEPT WS-LN-TARGET
                   FROM ENVIRONMENT "COBOLD_LINEAGE_OUT"
                   ON EXCEPTION
                       MOVE SPACES TO WS-LN-TARGET
               END-ACCEPT
           ELSE
               MOVE WS-BATCH-OUT-PATH TO WS-LN-TARGET
           END-IF
           CALL "LINEAGE-LOG" USING WS-LN-ACTION WS-LN-TOOL
               WS-LN-TARGET WS-OPERATOR.

       PROCESS-SLICE-LINE.
           MOVE SPACES TO WS-SL-LINENO-X
               END-READ
           END-PERFORM
           CLOSE BATCH-IN-FILE
           CLOSE BATCH-OUT-FILE
           PERFORM RECORD-OUTPUT-LINEAGE.

      *> Join the template file's lines with newlines into
      *> WS-TPL-TEXT, the way READ-MULTILINE-INPUT joins typed lines.
           IF FUNCTION TRIM(BATCH-IN-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-TEMPLATE-RECORD
           MOVE WS-FLD-VALUE(1) TO WS-TPL-KEY
           PERFORM MERGE-TEMPLATE
           PERFORM RESET-CONVERSATION
           MOVE SPACES TO BATCH-OUT-RECORD
           WRITE BATCH-OUT-RECORD.

       SPLIT-TEMPLATE-RECORD.
           MOVE SPACES TO WS-FLD-VALUES
           UNSTRING BATCH-IN-RECORD DELIMITED BY '|'
               INTO WS-FLD-VALUE(1) WS-FLD-VALUE(2) WS-FLD-VALUE(3)
                    WS-FLD-VALUE(4) WS-FLD-VALUE(5) WS-FLD-VALUE(6)
                    WS-FLD-VALUE(7) WS-FLD-VALUE(8) WS-FLD-VALUE(9)
                    WS-FLD-VALUE(10) WS-FLD-VALUE(11) WS-FLD-VALUE(12)
                    WS-FLD-VALUE(13) WS-FLD-VALUE(14) WS-FLD-VALUE(15)
                    WS-FLD-VALUE(16) WS-FLD-VALUE(17) WS-FLD-VALUE(18)
                    WS-FLD-VALUE(19) WS-FLD-VALUE(20)
           END-UNSTRING.

      *> Substitute &NAME with that field's value from the current
      *> record, longest names first not required -- names are taken
      *> in field order and the first match at a position wins. A
      *> merged prompt too long for the input buffer, and a
      *> placeholder whose field is empty, are noted for the edit
      *> pass.
       MERGE-TEMPLATE.
           MOVE SPACES TO WS-USER-INPUT
           MOVE 1 TO WS-MERGE-PTR
           MOVE 'N' TO WS-MERGE-OVER
           MOVE 0 TO WS-MERGE-EMPTY
           MOVE SPACES TO WS-MERGE-EMPTY-NAME
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-TPL-TEXT, TRAILING))
               TO WS-TPL-LEN
               IF WS-MERGE-HIT = 'N'
                   STRING WS-TPL-TEXT(WS-MERGE-IDX:1) DELIMITED SIZE
                       INTO WS-USER-INPUT WITH POINTER WS-MERGE-PTR
                       ON OVERFLOW
                           MOVE 'Y' TO WS-MERGE-OVER
                   END-STRING
                   ADD 1 TO WS-MERGE-IDX
               END-IF
           END-PERFORM.
                               DELIMITED SIZE
                           INTO WS-USER-INPUT
                           WITH POINTER WS-MERGE-PTR
                           ON OVERFLOW
                               MOVE 'Y' TO WS-MERGE-OVER
                       END-STRING
                       IF WS-FLD-VALUE(WS-FLD-IDX) = SPACES
                           ADD 1 TO WS-MERGE-EMPTY
                           MOVE WS-FLD-NAME(WS-FLD-IDX)
                               TO WS-MERGE-EMPTY-NAME
                       END-IF
                       COMPUTE WS-MERGE-IDX =
                           WS-MERGE-IDX + WS-FLD-NAME-LEN + 1
                       MOVE 'Y' TO WS-MERGE-HIT
               END-IF
           END-PERFORM.

      *> The edit pass: read the whole input the way the real run
      *> would, call nothing, and list every line the run would
      *> reject or regret. Line numbers are physical records in the
      *> input file, the header record of a template data file
      *> included, so the operator can go straight to the line.
       RUN-EDIT-PASS.
           MOVE 'N' TO WS-ED-CONTINUED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGES-JSON))
               TO WS-ED-BASE-SIZE
           IF WS-TPL-MODE = 'Y'
               PERFORM LOAD-TEMPLATE-FILE
               IF FUNCTION TRIM(WS-TPL-TEXT) = SPACES
                   DISPLAY "error: could not read template file "
                       FUNCTION TRIM(WS-TPL-PATH)
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *>   A --fields run sends the field instructions ahead of every
      *>   line, so they weigh on every line's projected tokens.
           IF WS-FLD-MODE = 'Y'
               MOVE 'D' TO WS-RV-ACTION
               CALL "REPLY-VALIDATOR" USING
                   WS-RV-ACTION WS-DEFS-PATH WS-RV-REPLY
                   WS-RV-OUT WS-RV-ERR WS-RV-STATUS
               IF WS-RV-STATUS NOT = 'Y'
                   DISPLAY "error: could not read field definitions "
                       FUNCTION TRIM(WS-DEFS-PATH)
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RV-REPLY TO WS-FLD-INSTR
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-FLD-INSTR))
                   TO WS-ED-BASE-SIZE
           END-IF
           OPEN INPUT BATCH-IN-FILE
           IF WS-BATCH-IN-STATUS NOT = "00"
               DISPLAY "error: could not open batch input file "
                   FUNCTION TRIM(WS-BATCH-IN-PATH)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "================================================="
           DISPLAY " batch edit pass -- nothing is sent to the provider"
           DISPLAY " input: " FUNCTION TRIM(WS-BATCH-IN-PATH)
           IF WS-TPL-MODE = 'Y'
               DISPLAY " template: " FUNCTION TRIM(WS-TPL-PATH)
           END-IF
           IF WS-FLD-MODE = 'Y'
               DISPLAY " field definitions: "
                   FUNCTION TRIM(WS-DEFS-PATH)
           END-IF
           DISPLAY "================================================="
           MOVE 'N' TO WS-BATCH-EOF
           PERFORM UNTIL WS-BATCH-EOF = 'Y'
               READ BATCH-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-BATCH-EOF
                   NOT AT END
                       PERFORM EDIT-INPUT-RECORD
               END-READ
           END-PERFORM
           CLOSE BATCH-IN-FILE
           IF WS-TPL-MODE = 'Y' AND WS-ED-LINENO = 0
               MOVE 'data file has no header record' TO WS-ED-REASON
               PERFORM EDIT-REPORT-ERROR
           END-IF
           PERFORM EDIT-READ-BUDGET
           PERFORM EDIT-PRINT-TOTALS
           IF WS-ED-ERRORS > 0 OR WS-ED-OVER-BUDGET = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ED-WARNINGS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *> One physical record. A record longer than the 1000-byte input
      *> area reads back in pieces (status 06, then the tail as a
      *> record of its own) -- the real run would send each piece as
      *> a separate prompt, so the whole line is one error and the
      *> tail is not vetted again.
       EDIT-INPUT-RECORD.
           IF WS-ED-CONTINUED = 'Y'
               IF WS-BATCH-IN-STATUS NOT = "06"
                   MOVE 'N' TO WS-ED-CONTINUED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ED-LINENO
           IF WS-BATCH-IN-STATUS = "06"
               MOVE 'Y' TO WS-ED-CONTINUED
               ADD 1 TO WS-ED-LONG-CNT
               MOVE 'longer than the 1000-byte input record -- the run'
                   & ' would split it into separate prompts'
                   TO WS-ED-REASON
               PERFORM EDIT-REPORT-ERROR
               IF WS-TPL-MODE = 'Y' AND WS-ED-LINENO = 1
                   PERFORM PARSE-HEADER-RECORD
               ELSE
                   ADD 1 TO WS-ED-LINES
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-TPL-MODE = 'Y' AND WS-ED-LINENO = 1
               PERFORM PARSE-HEADER-RECORD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(BATCH-IN-RECORD) = SPACES
               ADD 1 TO WS-ED-BLANK-CNT
               MOVE 'blank line -- the run skips it' TO WS-ED-REASON
               PERFORM EDIT-REPORT-WARNING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ED-LINES
           PERFORM EDIT-CHECK-DUPLICATE
           PERFORM EDIT-BUILD-PROMPT
           PERFORM EDIT-CHECK-SCREENS
           PERFORM EDIT-PROJECT-COST.

      *> A hash of the whole record and its length against every
      *> distinct record seen so far; an identical line is paid for
      *> twice for the same answer.
       EDIT-CHECK-DUPLICATE.
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(BATCH-IN-RECORD, TRAILING))
               TO WS-ED-HASH-LEN
           MOVE 0 TO WS-ED-HASH
           PERFORM VARYING WS-ED-HASH-IDX FROM 1 BY 1
                   UNTIL WS-ED-HASH-IDX > WS-ED-HASH-LEN
               COMPUTE WS-ED-HASH = FUNCTION MOD(
                   WS-ED-HASH * 31
                   + FUNCTION ORD(BATCH-IN-RECORD(WS-ED-HASH-IDX:1)),
                   999999999989)
           END-PERFORM
           MOVE 0 TO WS-ED-DUP-OF
           PERFORM VARYING WS-ED-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-ED-SEEN-IDX > WS-ED-SEEN-COUNT
                      OR WS-ED-DUP-OF > 0
               IF WS-ED-SEEN-HASH(WS-ED-SEEN-IDX) = WS-ED-HASH
                       AND WS-ED-SEEN-LEN(WS-ED-SEEN-IDX)
                           = WS-ED-HASH-LEN
                   MOVE WS-ED-SEEN-LINE(WS-ED-SEEN-IDX)
                       TO WS-ED-DUP-OF
               END-IF
           END-PERFORM
           IF WS-ED-DUP-OF > 0
               ADD 1 TO WS-ED-DUP-CNT
               MOVE WS-ED-DUP-OF TO WS-ED-LINENO-ED
               MOVE SPACES TO WS-ED-REASON
               STRING
                   'duplicate of line '           DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-LINENO-ED) DELIMITED SIZE
                   ' -- the same call would be paid for twice'
                                                  DELIMITED SIZE
                   INTO WS-ED-REASON
               PERFORM EDIT-REPORT-WARNING
               EXIT PARAGRAPH
           END-IF
           IF WS-ED-SEEN-COUNT < WS-ED-SEEN-MAX
               ADD 1 TO WS-ED-SEEN-COUNT
               MOVE WS-ED-HASH TO WS-ED-SEEN-HASH(WS-ED-SEEN-COUNT)
               MOVE WS-ED-HASH-LEN TO WS-ED-SEEN-LEN(WS-ED-SEEN-COUNT)
               MOVE WS-ED-LINENO TO WS-ED-SEEN-LINE(WS-ED-SEEN-COUNT)
           ELSE
               MOVE 'Y' TO WS-ED-SEEN-FULL
           END-IF.

      *> The prompt exactly as the run would send it: a template
      *> record merged into the template, a reject line stripped of
      *> its ' :: reason', anything else the line itself.
       EDIT-BUILD-PROMPT.
           MOVE SPACES TO WS-ED-TEXT
           EVALUATE TRUE
               WHEN WS-TPL-MODE = 'Y'
                   PERFORM EDIT-MERGE-RECORD
                   MOVE WS-USER-INPUT TO WS-ED-TEXT
               WHEN WS-RERUN = 'Y'
                   MOVE SPACES TO WS-REJ-INPUT WS-REJ-REASON
                   UNSTRING BATCH-IN-RECORD DELIMITED BY ' :: '
                       INTO WS-REJ-INPUT WS-REJ-REASON
                   END-UNSTRING
                   MOVE WS-REJ-INPUT TO WS-ED-TEXT
               WHEN OTHER
                   MOVE BATCH-IN-RECORD TO WS-ED-TEXT
           END-EVALUATE.

       EDIT-MERGE-RECORD.
           PERFORM SPLIT-TEMPLATE-RECORD
           MOVE 0 TO WS-ED-DELIMS
           INSPECT BATCH-IN-RECORD TALLYING WS-ED-DELIMS FOR ALL '|'
           IF WS-ED-DELIMS + 1 NOT = WS-FLD-COUNT
               ADD 1 TO WS-ED-SHAPE-CNT
               MOVE SPACES TO WS-ED-REASON
               COMPUTE WS-ED-FIELDS-ED = WS-ED-DELIMS + 1
               STRING
                   'record has '                  DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-FIELDS-ED) DELIMITED SIZE
                   ' field(s) where the header names '
                                                  DELIMITED SIZE
                   INTO WS-ED-REASON
               MOVE WS-FLD-COUNT TO WS-ED-FIELDS-ED
               STRING
                   FUNCTION TRIM(WS-ED-REASON)    DELIMITED SIZE
                   ' '                            DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-FIELDS-ED) DELIMITED SIZE
                   INTO WS-ED-REASON
               PERFORM EDIT-REPORT-WARNING
           END-IF
           PERFORM MERGE-TEMPLATE
           IF WS-MERGE-EMPTY > 0
               ADD 1 TO WS-ED-MERGE-CNT
               MOVE SPACES TO WS-ED-REASON
               STRING
                   'no value for merge field &'   DELIMITED SIZE
                   FUNCTION TRIM(WS-MERGE-EMPTY-NAME)
                                                  DELIMITED SIZE
                   INTO WS-ED-REASON
               IF WS-MERGE-EMPTY > 1
                   MOVE WS-MERGE-EMPTY TO WS-ED-FIELDS-ED
                   STRING
                       FUNCTION TRIM(WS-ED-REASON)    DELIMITED SIZE
                       ' ('                           DELIMITED SIZE
                       FUNCTION TRIM(WS-ED-FIELDS-ED) DELIMITED SIZE
                       ' empty placeholders in all)'  DELIMITED SIZE
                       INTO WS-ED-REASON
               END-IF
               PERFORM EDIT-REPORT-ERROR
           END-IF
           IF WS-MERGE-OVER = 'Y'
               ADD 1 TO WS-ED-LONG-CNT
               MOVE 'merged prompt is longer than the 2000-byte input'
                   & ' area -- the run would truncate it'
                   TO WS-ED-REASON
               PERFORM EDIT-REPORT-ERROR
           END-IF.

      *> The compliance rules the reply screen would apply, and the
      *> redaction patterns the audit trail would mask. A BLOCK term
      *> in the prompt all but guarantees a withheld reply; a pattern
      *> hit means the text goes to the provider unmasked even though
      *> the audit trail never shows it.
       EDIT-CHECK-SCREENS.
           IF WS-COMPLY-ACTIVE = 'Y'
               MOVE 'C' TO WS-CF-ACTION
               CALL "COMPLY-FILTER" USING
                   WS-CF-ACTION WS-ED-TEXT WS-CF-VERDICT
                   WS-CF-FLAG-TERM WS-CF-DISCLAIMER
               IF WS-CF-VERDICT = 'B'
                   ADD 1 TO WS-ED-BLOCK-CNT
                   MOVE SPACES TO WS-ED-REASON
                   STRING
                       "compliance BLOCK term '"     DELIMITED SIZE
                       FUNCTION TRIM(WS-CF-FLAG-TERM)
                                                     DELIMITED SIZE
                       "' -- the reply would be withheld"
                                                     DELIMITED SIZE
                       INTO WS-ED-REASON
                   PERFORM EDIT-REPORT-ERROR
               ELSE
                   IF FUNCTION TRIM(WS-CF-FLAG-TERM) NOT = SPACES
                       ADD 1 TO WS-ED-FLAG-CNT
                       MOVE SPACES TO WS-ED-REASON
                       STRING
                           "compliance FLAG term '"  DELIMITED SIZE
                           FUNCTION TRIM(WS-CF-FLAG-TERM)
                                                     DELIMITED SIZE
                           "'"                       DELIMITED SIZE
                           INTO WS-ED-REASON
                       PERFORM EDIT-REPORT-WARNING
                   END-IF
               END-IF
           END-IF
           MOVE WS-ED-TEXT TO WS-ED-AUDIT-TEXT
           MOVE 0 TO WS-ED-MARKS-BEFORE WS-ED-MARKS-AFTER
           INSPECT WS-ED-AUDIT-TEXT TALLYING WS-ED-MARKS-BEFORE
               FOR ALL '[REDACTED]'
           CALL "AUDIT-LOG" USING
               WS-ED-AUDIT-ROLE WS-ED-AUDIT-TEXT WS-OPERATOR
           INSPECT WS-ED-AUDIT-TEXT TALLYING WS-ED-MARKS-AFTER
               FOR ALL '[REDACTED]'
           IF WS-ED-MARKS-AFTER > WS-ED-MARKS-BEFORE
               ADD 1 TO WS-ED-REDACT-CNT
               MOVE SPACES TO WS-ED-REASON
               SUBTRACT WS-ED-MARKS-BEFORE FROM WS-ED-MARKS-AFTER
                   GIVING WS-ED-FIELDS-ED
               STRING
                   FUNCTION TRIM(WS-ED-FIELDS-ED) DELIMITED SIZE
                   ' redaction pattern match(es) -- masked in the'
                                                  DELIMITED SIZE
                   ' audit trail, sent to the provider as is'
                                                  DELIMITED SIZE
                   INTO WS-ED-REASON
               PERFORM EDIT-REPORT-WARNING
           END-IF.

      *> Price the line the way CHECK-CALL-COST-GATE will: prompt
      *> tokens at four characters each over the context it rides
      *> with, plus the worst case of the max completion tokens. A
      *> line over the per-call threshold is rejected by the real run
      *> without being sent.
       EDIT-PROJECT-COST.
           COMPUTE WS-CE-TOKENS =
               (WS-ED-BASE-SIZE
               + FUNCTION LENGTH(FUNCTION TRIM(WS-ED-TEXT))) / 4
           CALL "COST-ESTIMATE" USING
               WS-ENV-PROFILE WS-MODEL WS-CE-TOKENS WS-MAX-TOKENS
               WS-CE-COST WS-CE-THRESH
           ADD WS-CE-TOKENS TO WS-ED-TOKENS
           ADD WS-MAX-TOKENS TO WS-ED-REPLY-TOKENS
           ADD WS-CE-COST TO WS-ED-COST
           IF WS-CE-THRESH > 0 AND WS-CE-COST > WS-CE-THRESH
               ADD 1 TO WS-ED-THRESH-CNT
               MOVE WS-CE-COST TO WS-CE-COST-ED
               MOVE SPACES TO WS-ED-REASON
               STRING
                   'estimated cost '             DELIMITED SIZE
                   FUNCTION TRIM(WS-CE-COST-ED)  DELIMITED SIZE
                   ' exceeds the per-call threshold'
                                                 DELIMITED SIZE
                   INTO WS-ED-REASON
               PERFORM EDIT-REPORT-ERROR
           END-IF.

       EDIT-REPORT-ERROR.
           ADD 1 TO WS-ED-ERRORS
           MOVE WS-ED-LINENO TO WS-ED-LINENO-ED
           DISPLAY " line " WS-ED-LINENO-ED "  ERROR  "
               FUNCTION TRIM(WS-ED-REASON).

       EDIT-REPORT-WARNING.
           ADD 1 TO WS-ED-WARNINGS
           MOVE WS-ED-LINENO TO WS-ED-LINENO-ED
           DISPLAY " line " WS-ED-LINENO-ED "  WARN   "
               FUNCTION TRIM(WS-ED-REASON).

      *> What is left of the month: OPENROUTER_MONTHLY_BUDGET less
      *> this month's cost-ledger.dat lines. No budget figure, or the
      *> offline mock provider, leaves nothing to hold the run
      *> against.
       EDIT-READ-BUDGET.
           MOVE 'N' TO WS-ED-OVER-BUDGET
           MOVE 0 TO WS-ED-BUDGET WS-ED-SPENT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-URL)) = 'mock'
               EXIT PARAGRAPH
           END-IF
           MOVE "OPENROUTER_MONTHLY_BUDGET" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-ENV-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-EG-VALUE) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                       TO WS-ED-BUDGET
               END-IF
           END-IF
           IF WS-ED-BUDGET = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-ED-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ED-MONTH
           STRING WS-ED-TODAY(1:4) '-' WS-ED-TODAY(5:2)
               DELIMITED SIZE INTO WS-ED-MONTH
           PERFORM RESOLVE-EXE-DIR
           MOVE SPACES TO WS-ED-LGR-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) DELIMITED SIZE
                  "cost-ledger.dat"         DELIMITED SIZE
                  INTO WS-ED-LGR-PATH
           MOVE 'N' TO WS-ED-LGR-EOF
           OPEN INPUT LGR-FILE
           IF WS-ED-LGR-STATUS = "00"
               PERFORM UNTIL WS-ED-LGR-EOF = 'Y'
                   READ LGR-FILE
                       AT END
                           MOVE 'Y' TO WS-ED-LGR-EOF
                       NOT AT END
                           PERFORM EDIT-TALLY-LEDGER-LINE
                   END-READ
               END-PERFORM
               CLOSE LGR-FILE
           END-IF
           COMPUTE WS-ED-REMAIN = WS-ED-BUDGET - WS-ED-SPENT
           IF WS-ED-COST > WS-ED-REMAIN
               MOVE 'Y' TO WS-ED-OVER-BUDGET
           END-IF.

      *> date|session|operator|model|prompt|completion|cost
       EDIT-TALLY-LEDGER-LINE.
           MOVE SPACES TO WS-ED-LGR-DATE WS-ED-LGR-COST
           UNSTRING LGR-RECORD DELIMITED BY '|'
               INTO WS-ED-LGR-DATE WS-ED-LGR-SKIP WS-ED-LGR-SKIP
                    WS-ED-LGR-SKIP WS-ED-LGR-SKIP WS-ED-LGR-SKIP
                    WS-ED-LGR-COST
           END-UNSTRING
           IF WS-ED-LGR-DATE(1:7) NOT = WS-ED-MONTH
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ED-LGR-COST)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-ED-LGR-COST))
                   TO WS-ED-SPENT
           END-IF.

       EDIT-PRINT-TOTALS.
           IF WS-ED-ERRORS = 0 AND WS-ED-WARNINGS = 0
               DISPLAY " (no line needs attention)"
           END-IF
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-ED-LINES TO WS-ED-COUNT-ED
           DISPLAY " lines to be sent:          " WS-ED-COUNT-ED
           MOVE WS-ED-LONG-CNT TO WS-ED-COUNT-ED
           DISPLAY " too long:                  " WS-ED-COUNT-ED
           MOVE WS-ED-BLANK-CNT TO WS-ED-COUNT-ED
           DISPLAY " blank:                     " WS-ED-COUNT-ED
           MOVE WS-ED-DUP-CNT TO WS-ED-COUNT-ED
           DISPLAY " duplicated:                " WS-ED-COUNT-ED
           IF WS-TPL-MODE = 'Y'
               MOVE WS-ED-MERGE-CNT TO WS-ED-COUNT-ED
               DISPLAY " missing a merge field:     " WS-ED-COUNT-ED
               MOVE WS-ED-SHAPE-CNT TO WS-ED-COUNT-ED
               DISPLAY " field count off header:    " WS-ED-COUNT-ED
           END-IF
           MOVE WS-ED-REDACT-CNT TO WS-ED-COUNT-ED
           DISPLAY " redaction pattern hits:    " WS-ED-COUNT-ED
           MOVE WS-ED-BLOCK-CNT TO WS-ED-COUNT-ED
           DISPLAY " compliance blocks:         " WS-ED-COUNT-ED
           MOVE WS-ED-FLAG-CNT TO WS-ED-COUNT-ED
           DISPLAY " compliance flags:          " WS-ED-COUNT-ED
           MOVE WS-ED-THRESH-CNT TO WS-ED-COUNT-ED
           DISPLAY " over per-call threshold:   " WS-ED-COUNT-ED
           IF WS-ED-SEEN-FULL = 'Y'
               MOVE WS-ED-SEEN-MAX TO WS-ED-COUNT-ED
               DISPLAY " TABLE FULL -- duplicates checked over the"
                   " first " FUNCTION TRIM(WS-ED-COUNT-ED)
                   " distinct lines only"
           END-IF
           DISPLAY " "
           MOVE WS-ED-TOKENS TO WS-ED-COUNT-ED
           DISPLAY " projected prompt tokens:   " WS-ED-COUNT-ED
           MOVE WS-ED-REPLY-TOKENS TO WS-ED-COUNT-ED
           DISPLAY " worst-case reply tokens:   " WS-ED-COUNT-ED
           MOVE WS-ED-COST TO WS-ED-MONEY-ED
           DISPLAY " projected cost:          " WS-ED-MONEY-ED
           EVALUATE TRUE
               WHEN FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-URL))
                       = 'mock'
                   DISPLAY " (mock provider -- nothing will be charged)"
               WHEN WS-ED-BUDGET = 0
                   DISPLAY " (no OPENROUTER_MONTHLY_BUDGET -- nothing"
                       " to hold the run against)"
               WHEN OTHER
                   MOVE WS-ED-BUDGET TO WS-ED-MONEY-ED
                   DISPLAY " monthly budget:          " WS-ED-MONEY-ED
                   MOVE WS-ED-SPENT TO WS-ED-MONEY-ED
                   DISPLAY " spent this month:        " WS-ED-MONEY-ED
                   MOVE WS-ED-REMAIN TO WS-ED-REMAIN-ED
                   DISPLAY " remaining:               " WS-ED-REMAIN-ED
           END-EVALUATE
           DISPLAY " "
           EVALUATE TRUE
               WHEN WS-ED-ERRORS > 0
                   DISPLAY " ERRORS IN INPUT -- DO NOT RUN"
               WHEN WS-ED-OVER-BUDGET = 'Y'
                   DISPLAY " PROJECTED COST EXCEEDS THE REMAINING"
                       " BUDGET -- DO NOT RUN"
               WHEN WS-ED-WARNINGS > 0
                   DISPLAY " warnings only -- review before the real"
                       " run"
               WHEN OTHER
                   DISPLAY " input is clean -- cleared for the real run"
           END-EVALUATE
           IF WS-ED-ERRORS > 0 AND WS-ED-OVER-BUDGET = 'Y'
               DISPLAY " PROJECTED COST ALSO EXCEEDS THE REMAINING"
                   " BUDGET"
           END-IF
           DISPLAY "=================================================".

      *> Poll inbox/ for request files, answer each through the same
      *> SEND-USER-MESSAGE path, write the reply to outbox/ under the
      *> same name, and move the request to done/. Each request is an
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-WATCH-POLL
           END-IF
           MOVE WS-MODEL TO WS-EVL-DEF-MODEL
           MOVE WS-PROMPT-PROFILE TO WS-EVL-DEF-PROFILE
           MOVE WS-PROMPT-CONTENT TO WS-EVL-DEF-CONTENT
           MOVE WS-PROMPT-STATUS TO WS-EVL-DEF-STATUS
           MOVE SPACES TO WS-WLIST-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
           DISPLAY "watching " FUNCTION TRIM(WS-EXE-DIR)
               "inbox every " FUNCTION TRIM(WS-WATCH-POLL)
               " second(s); drop a file named STOP to shut down"
           MOVE 'WATCH' TO WS-HB-MODE
           PERFORM START-HEARTBEAT
           MOVE 'Y' TO WS-WATCH-RUNNING
           PERFORM UNTIL WS-WATCH-RUNNING = 'N'
               PERFORM CHECK-SERVICE-WINDOW
                   PERFORM SCAN-INBOX-ONCE
               END-IF
               IF WS-WATCH-RUNNING = 'Y'
                   MOVE SPACES TO WS-HB-CURRENT
                   PERFORM BEAT-HEARTBEAT
                   CALL "SYSTEM" USING WS-WATCH-SLEEP
               END-IF
           END-PERFORM
               DISPLAY "service window open -- polling resumed"
           END-IF.

      *> One listing line per request file, stamp|name, sorted so
      *> the oldest arrival is answered first -- except that files
      *> whose envelope says PRIORITY: HIGH are all taken, oldest
      *> first, before any NORMAL one.
       SCAN-INBOX-ONCE.
           MOVE SPACES TO WS-WATCH-CMD
           STRING
               "find '"                     DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "inbox' -maxdepth 1 -type f ! -name '.*' -printf "
                                            DELIMITED SIZE
               "'%TY-%Tm-%Td %TH:%TM:%TS|%f\n' 2>/dev/null"
                                            DELIMITED SIZE
               " | sort > "                 DELIMITED SIZE
               FUNCTION TRIM(WS-WLIST-PATH) DELIMITED SIZE
               INTO WS-WATCH-CMD
           CALL "SYSTEM" USING WS-WATCH-CMD
           IF WS-WLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WQ-COUNT
           PERFORM UNTIL WS-WLIST-EOF = 'Y'
               READ WLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-WLIST-EOF
                   NOT AT END
                       PERFORM SPLIT-WATCH-LINE
                       IF WS-WATCH-NAME NOT = SPACES
                               AND WS-WQ-COUNT < WS-WQ-MAX
                           ADD 1 TO WS-WQ-COUNT
                           MOVE WS-SLA-ARRIVAL
                               TO WS-WQ-ARRIVAL(WS-WQ-COUNT)
                           MOVE WS-WATCH-NAME
                               TO WS-WQ-NAME(WS-WQ-COUNT)
                           PERFORM PEEK-ENVELOPE-PRIORITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WLIST-FILE
           MOVE 'Y' TO WS-WQ-PASS
           PERFORM TAKE-WATCH-QUEUE
           MOVE 'N' TO WS-WQ-PASS
           PERFORM TAKE-WATCH-QUEUE.

      *> One pass over the scan's listing, answering the files whose
      *> HIGH flag matches the pass.
       TAKE-WATCH-QUEUE.
           PERFORM VARYING WS-WQ-IDX FROM 1 BY 1
                   UNTIL WS-WQ-IDX > WS-WQ-COUNT
                      OR WS-WATCH-RUNNING = 'N'
               IF WS-WQ-HIGH(WS-WQ-IDX) = WS-WQ-PASS
                   MOVE WS-WQ-ARRIVAL(WS-WQ-IDX) TO WS-SLA-ARRIVAL
                   MOVE WS-WQ-NAME(WS-WQ-IDX) TO WS-WATCH-NAME
                   PERFORM HANDLE-WATCH-FILE
               END-IF
           END-PERFORM.

      *> Read just far enough into a listed file to see whether its
      *> envelope asks for HIGH priority.
       PEEK-ENVELOPE-PRIORITY.
           MOVE 'N' TO WS-WQ-HIGH(WS-WQ-COUNT)
           MOVE SPACES TO WS-BATCH-IN-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)   DELIMITED SIZE
               "inbox/"                    DELIMITED SIZE
               FUNCTION TRIM(WS-WATCH-NAME) DELIMITED SIZE
               INTO WS-BATCH-IN-PATH
           PERFORM CLEAR-ENVELOPE
           MOVE SPACES TO WS-USER-INPUT
           MOVE 1 TO WS-REPLY-PTR
           MOVE 'N' TO WS-BATCH-EOF
           OPEN INPUT BATCH-IN-FILE
           IF WS-BATCH-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BATCH-EOF = 'Y'
                   OR (WS-EVL-STATE NOT = 'S'
                       AND WS-EVL-STATE NOT = 'H')
                   OR WS-EVL-LINES > 50
               READ BATCH-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-BATCH-EOF
                   NOT AT END
                       PERFORM TAKE-REQUEST-LINE
               END-READ
           END-PERFORM
           CLOSE BATCH-IN-FILE
           IF WS-EVL-PRIORITY = 'HIGH'
               MOVE 'Y' TO WS-WQ-HIGH(WS-WQ-COUNT)
           END-IF.

      *> The stamp's seconds carry a fraction; the first nineteen
      *> bytes are the arrival to the second.
       SPLIT-WATCH-LINE.
           MOVE SPACES TO WS-WATCH-NAME
           MOVE 0 TO WS-SLA-BAR-POS
           INSPECT WLIST-RECORD TALLYING WS-SLA-BAR-POS
               FOR CHARACTERS BEFORE INITIAL '|'
           IF WS-SLA-BAR-POS >= FUNCTION LENGTH(WLIST-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE WLIST-RECORD(1:19) TO WS-SLA-ARRIVAL
           MOVE FUNCTION TRIM(WLIST-RECORD(WS-SLA-BAR-POS + 2:))
               TO WS-WATCH-NAME.

       HANDLE-WATCH-FILE.
      *>   The name goes into quoted mv/rm shell commands, so a quote
               EXIT PARAGRAPH
           END-IF
           DISPLAY "request: " FUNCTION TRIM(WS-WATCH-NAME)
           MOVE WS-WATCH-NAME TO WS-HB-CURRENT
           PERFORM HEARTBEAT-ACTIVITY
           PERFORM SLA-STAMP-NOW
           MOVE WS-SLA-STAMP TO WS-SLA-PICKUP
           PERFORM SET-REQUEST-SYSTEM
           MOVE SPACES TO WS-BATCH-IN-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)   DELIMITED SIZE
               FUNCTION TRIM(WS-WATCH-NAME) DELIMITED SIZE
               INTO WS-BATCH-IN-PATH
           PERFORM READ-REQUEST-FILE
           IF WS-EVL-REASON = SPACES
               PERFORM CHECK-ENVELOPE
           END-IF
           IF WS-EVL-REASON NOT = SPACES
               PERFORM REJECT-WATCH-FILE
               PERFORM RESTORE-WATCH-DEFAULTS
               PERFORM WRITE-SLA-RECORD
               PERFORM MOVE-WATCH-FILE-DONE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-USER-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-ENVELOPE
           PERFORM RESET-CONVERSATION
           PERFORM SEND-USER-MESSAGE
           MOVE SPACES TO WS-BATCH-OUT-PATH
           STRING
               FUNCTION TRIM(WS-EVL-OUT-DIR) DELIMITED SIZE
               FUNCTION TRIM(WS-WATCH-NAME)  DELIMITED SIZE
               INTO WS-BATCH-OUT-PATH
           PERFORM WRITE-REPLY-FILE
           PERFORM RESTORE-WATCH-DEFAULTS
           PERFORM WRITE-SLA-RECORD
           PERFORM MOVE-WATCH-FILE-DONE.

       MOVE-WATCH-FILE-DONE.
           ADD 1 TO WS-HB-HANDLED
           MOVE SPACES TO WS-WATCH-CMD
           STRING
               "mv '"                       DELIMITED SIZE
               INTO WS-WATCH-CMD
           CALL "SYSTEM" USING WS-WATCH-CMD.

       SLA-STAMP-NOW.
           ACCEPT WS-SLA-NOW-D FROM DATE YYYYMMDD
           ACCEPT WS-SLA-NOW-T FROM TIME
           MOVE SPACES TO WS-SLA-STAMP
           STRING
               WS-SLA-NOW-D(1:4) '-' WS-SLA-NOW-D(5:2) '-'
               WS-SLA-NOW-D(7:2) ' ' WS-SLA-NOW-T(1:2) ':'
               WS-SLA-NOW-T(3:2) ':' WS-SLA-NOW-T(5:2)
               DELIMITED SIZE
               INTO WS-SLA-STAMP.

      *> The requesting system is the file name up to its first
      *> '-', '_' or '.'.
       SET-REQUEST-SYSTEM.
           MOVE SPACES TO WS-SLA-SYSTEM
           UNSTRING WS-WATCH-NAME DELIMITED BY '-' OR '_' OR '.'
               INTO WS-SLA-SYSTEM
           END-UNSTRING
           IF WS-SLA-SYSTEM = SPACES
               MOVE '(none)' TO WS-SLA-SYSTEM
           END-IF.

      *> Reply time is when the outbox file was closed; a failed call
      *> still answered the request (with the error), so it counts,
      *> outcome ERR, and a refused envelope counts as REJ.
       WRITE-SLA-RECORD.
           PERFORM SLA-STAMP-NOW
           MOVE WS-SLA-STAMP TO WS-SLA-REPLY
           EVALUATE TRUE
               WHEN WS-EVL-REASON NOT = SPACES
                   MOVE 'REJ' TO WS-SLA-OUTCOME
               WHEN WS-IS-ERROR = 'Y'
                   MOVE 'ERR' TO WS-SLA-OUTCOME
               WHEN OTHER
                   MOVE 'OK' TO WS-SLA-OUTCOME
           END-EVALUATE
           MOVE SPACES TO WS-SLA-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR) DELIMITED SIZE
               "watch-sla.dat"           DELIMITED SIZE
               INTO WS-SLA-PATH
           OPEN EXTEND SLA-FILE
           IF WS-SLA-STATUS NOT = "00"
               OPEN OUTPUT SLA-FILE
           END-IF
           IF WS-SLA-STATUS NOT = "00"
               DISPLAY "warning: could not record turnaround in "
                   FUNCTION TRIM(WS-SLA-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SLA-RECORD
           STRING
               WS-SLA-ARRIVAL                DELIMITED SIZE
               '|'                           DELIMITED SIZE
               WS-SLA-PICKUP                 DELIMITED SIZE
               '|'                           DELIMITED SIZE
               WS-SLA-REPLY                  DELIMITED SIZE
               '|'                           DELIMITED SIZE
               FUNCTION TRIM(WS-SLA-SYSTEM)  DELIMITED SIZE
               '|'                           DELIMITED SIZE
               FUNCTION TRIM(WS-SLA-OUTCOME) DELIMITED SIZE
               '|'                           DELIMITED SIZE
               FUNCTION TRIM(WS-WATCH-NAME)  DELIMITED SIZE
               INTO SLA-RECORD
           WRITE SLA-RECORD
           CLOSE SLA-FILE.

      *> The whole request file, lines joined with newlines, becomes
      *> one prompt -- the same joining the template loader does --
      *> less any envelope header block at the top.
       READ-REQUEST-FILE.
           PERFORM CLEAR-ENVELOPE
           MOVE SPACES TO WS-USER-INPUT
           MOVE 1 TO WS-REPLY-PTR
           MOVE 'N' TO WS-BATCH-EOF
                   AT END
                       MOVE 'Y' TO WS-BATCH-EOF
                   NOT AT END
                       PERFORM TAKE-REQUEST-LINE
               END-READ
           END-PERFORM
           CLOSE BATCH-IN-FILE
           IF WS-EVL-STATE = 'H' AND WS-EVL-REASON = SPACES
               MOVE "envelope header has no #END line"
                   TO WS-EVL-REASON
           END-IF
           IF WS-EVL-STATE = 'E' AND WS-EVL-REASON = SPACES
                   AND FUNCTION TRIM(WS-USER-INPUT) = SPACES
               MOVE "no prompt text after the envelope header"
                   TO WS-EVL-REASON
           END-IF.

      *> State S is the first line, H inside the header, E past its
      *> #END line, N a file with no header at all.
       TAKE-REQUEST-LINE.
           IF WS-EVL-STATE = 'S'
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(BATCH-IN-RECORD))
                       = '#ENVELOPE'
                   MOVE 'H' TO WS-EVL-STATE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-EVL-STATE
           END-IF
           IF WS-EVL-STATE = 'H'
               MOVE BATCH-IN-RECORD TO WS-EVL-LINE
               PERFORM PARSE-ENVELOPE-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-REPLY-PTR < FUNCTION LENGTH(WS-USER-INPUT) - 500
               IF WS-REPLY-PTR > 1
                   STRING X"0A" DELIMITED SIZE
                       INTO WS-USER-INPUT
                       WITH POINTER WS-REPLY-PTR
               END-IF
               STRING
                   FUNCTION TRIM(BATCH-IN-RECORD, TRAILING)
                       DELIMITED SIZE
                   INTO WS-USER-INPUT
                   WITH POINTER WS-REPLY-PTR
           END-IF.

       CLEAR-ENVELOPE.
           MOVE 'S' TO WS-EVL-STATE
           MOVE 'NORMAL' TO WS-EVL-PRIORITY
           MOVE 'TEXT' TO WS-EVL-FORMAT
           MOVE SPACES TO WS-EVL-PROFILE WS-EVL-MODEL
               WS-EVL-REPLY-TO WS-EVL-CORR-ID WS-EVL-REASON
           MOVE 0 TO WS-EVL-LINES
           MOVE SPACES TO WS-EVL-OUT-DIR
           STRING
               FUNCTION TRIM(WS-EXE-DIR) DELIMITED SIZE
               "outbox/"                 DELIMITED SIZE
               INTO WS-EVL-OUT-DIR.

      *> One KEY: value line of the header. Blank lines and '#'
      *> comments inside the block are passed over; the first fault
      *> found is the one reported.
       PARSE-ENVELOPE-LINE.
           ADD 1 TO WS-EVL-LINES
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVL-LINE)) = '#END'
               MOVE 'E' TO WS-EVL-STATE
               EXIT PARAGRAPH
           END-IF
           IF WS-EVL-LINE = SPACES
                   OR FUNCTION TRIM(WS-EVL-LINE)(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-EVL-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EVL-COLON
           INSPECT WS-EVL-LINE TALLYING WS-EVL-COLON
               FOR CHARACTERS BEFORE INITIAL ':'
           IF WS-EVL-COLON = 0 OR WS-EVL-COLON > 900
               STRING
                   "envelope line is not KEY: value -- "
                                                  DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-LINE)     DELIMITED SIZE
                   INTO WS-EVL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-EVL-LINE(1:WS-EVL-COLON)))
               TO WS-EVL-KEY
           MOVE SPACES TO WS-EVL-VALUE
           IF WS-EVL-LINE(WS-EVL-COLON + 2:) NOT = SPACES
               MOVE FUNCTION TRIM(WS-EVL-LINE(WS-EVL-COLON + 2:))
                   TO WS-EVL-VALUE
           END-IF
           EVALUATE WS-EVL-KEY
               WHEN 'PRIORITY'
                   MOVE FUNCTION UPPER-CASE(WS-EVL-VALUE)
                       TO WS-EVL-PRIORITY
                   IF WS-EVL-PRIORITY NOT = 'HIGH'
                           AND WS-EVL-PRIORITY NOT = 'NORMAL'
                       MOVE "PRIORITY must be HIGH or NORMAL"
                           TO WS-EVL-REASON
                   END-IF
               WHEN 'PROFILE'
                   MOVE WS-EVL-VALUE TO WS-EVL-PROFILE
               WHEN 'MODEL'
                   MOVE WS-EVL-VALUE TO WS-EVL-MODEL
               WHEN 'FORMAT'
                   MOVE FUNCTION UPPER-CASE(WS-EVL-VALUE)
                       TO WS-EVL-FORMAT
                   IF WS-EVL-FORMAT NOT = 'TEXT'
                           AND WS-EVL-FORMAT NOT = 'JSON'
                       MOVE "FORMAT must be TEXT or JSON"
                           TO WS-EVL-REASON
                   END-IF
               WHEN 'REPLY-TO'
                   MOVE WS-EVL-VALUE TO WS-EVL-REPLY-TO
               WHEN 'CORRELATION-ID'
                   MOVE 0 TO WS-EVL-DOTS
                   INSPECT WS-EVL-VALUE TALLYING WS-EVL-DOTS
                       FOR ALL '"' ALL X"5C" ALL '|'
                   IF WS-EVL-DOTS > 0
                           OR WS-EVL-VALUE(65:) NOT = SPACES
                       MOVE "CORRELATION-ID must be at most 64"
                           & " characters, without quotes,"
                           & " backslashes or bars"
                           TO WS-EVL-REASON
                   ELSE
                       MOVE WS-EVL-VALUE TO WS-EVL-CORR-ID
                   END-IF
               WHEN OTHER
                   STRING
                       "unknown envelope key "  DELIMITED SIZE
                       FUNCTION TRIM(WS-EVL-KEY) DELIMITED SIZE
                       INTO WS-EVL-REASON
           END-EVALUATE.

      *> A profile, model or reply folder named in the envelope has
      *> to be allowed for the requesting system before anything is
      *> sent. An allowed profile is put in force here, so the model
      *> is then checked against the certification for it.
       CHECK-ENVELOPE.
           IF WS-EVL-PROFILE = SPACES AND WS-EVL-MODEL = SPACES
                   AND WS-EVL-REPLY-TO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REQUESTER-RIGHTS
           IF WS-WRQ-HIT = 'N'
               STRING
                   "requesting system "          DELIMITED SIZE
                   FUNCTION TRIM(WS-SLA-SYSTEM)  DELIMITED SIZE
                   " has no entry in watch-requesters.dat"
                                                 DELIMITED SIZE
                   INTO WS-EVL-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-EVL-PROFILE NOT = SPACES
               MOVE WS-WRQ-PROFILES TO WS-WRQ-LIST
               MOVE WS-EVL-PROFILE TO WS-WRQ-WANT
               PERFORM MATCH-REQUESTER-LIST
               IF WS-WRQ-OK = 'N'
                   STRING
                       "profile "                    DELIMITED SIZE
                       FUNCTION TRIM(WS-EVL-PROFILE) DELIMITED SIZE
                       " is not allowed for "        DELIMITED SIZE
                       FUNCTION TRIM(WS-SLA-SYSTEM)  DELIMITED SIZE
                       INTO WS-EVL-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-EVL-SWITCHED
               MOVE WS-EVL-PROFILE TO WS-PROMPT-PROFILE
               CALL "PROMPT-LOADER" USING WS-PROMPT-PROFILE
                   WS-PROMPT-CONTENT WS-PROMPT-STATUS
               IF WS-PROMPT-STATUS NOT = 'Y'
                       AND WS-PROMPT-STATUS NOT = 'T'
                   STRING
                       "no prompt profile "          DELIMITED SIZE
                       FUNCTION TRIM(WS-EVL-PROFILE) DELIMITED SIZE
                       INTO WS-EVL-REASON
                   EXIT PARAGRAPH
               END-IF
               PERFORM SET-CERT-PROFILE
           END-IF
           IF WS-EVL-MODEL NOT = SPACES
               PERFORM CHECK-ENVELOPE-MODEL
               IF WS-EVL-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-EVL-REPLY-TO NOT = SPACES
               PERFORM CHECK-ENVELOPE-FOLDER
           END-IF.

      *> The requester's own list first, then the daemon operator's
      *> security-profile allowlist, then certification for the
      *> profile the request will run under.
       CHECK-ENVELOPE-MODEL.
           MOVE WS-WRQ-MODELS TO WS-WRQ-LIST
           MOVE WS-EVL-MODEL TO WS-WRQ-WANT
           PERFORM MATCH-REQUESTER-LIST
           IF WS-WRQ-OK = 'N'
               STRING
                   "model "                      DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-MODEL)   DELIMITED SIZE
                   " is not allowed for "        DELIMITED SIZE
                   FUNCTION TRIM(WS-SLA-SYSTEM)  DELIMITED SIZE
                   INTO WS-EVL-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-SEC-MDL-ALL = 'N'
               MOVE 'N' TO WS-SEC-MDL-OK
               PERFORM VARYING WS-SEC-MDL-IDX FROM 1 BY 1
                       UNTIL WS-SEC-MDL-IDX > WS-SEC-MDL-CNT
                   IF FUNCTION TRIM(WS-SEC-MDL(WS-SEC-MDL-IDX))
                           = FUNCTION TRIM(WS-EVL-MODEL)
                       MOVE 'Y' TO WS-SEC-MDL-OK
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SEC-MDL-OK = 'N'
                   STRING
                       "model "                    DELIMITED SIZE
                       FUNCTION TRIM(WS-EVL-MODEL) DELIMITED SIZE
                       " is not allowed by this daemon's security"
                                                   DELIMITED SIZE
                       " profile"                  DELIMITED SIZE
                       INTO WS-EVL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Q' TO WS-CG-ACTION
           CALL "MODEL-CERT" USING
               WS-CG-ACTION WS-EVL-MODEL WS-CG-PROFILE
               WS-CG-ANSWER WS-CG-DATE
           IF WS-CG-ANSWER NOT = 'Y'
               STRING
                   "model "                      DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-MODEL)   DELIMITED SIZE
                   " is not certified for prompt profile "
                                                 DELIMITED SIZE
                   FUNCTION TRIM(WS-CG-PROFILE)  DELIMITED SIZE
                   INTO WS-EVL-REASON
           END-IF.

      *> A reply folder is a directory under the install directory:
      *> no absolute path, no '..', no quote (it goes into a shell
      *> test), and it must already exist.
       CHECK-ENVELOPE-FOLDER.
           MOVE WS-WRQ-FOLDERS TO WS-WRQ-LIST
           MOVE WS-EVL-REPLY-TO TO WS-WRQ-WANT
           PERFORM MATCH-REQUESTER-LIST
           IF WS-WRQ-OK = 'N'
               STRING
                   "reply folder "               DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-REPLY-TO) DELIMITED SIZE
                   " is not allowed for "        DELIMITED SIZE
                   FUNCTION TRIM(WS-SLA-SYSTEM)  DELIMITED SIZE
                   INTO WS-EVL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EVL-DOTS
           INSPECT WS-EVL-REPLY-TO TALLYING WS-EVL-DOTS
               FOR ALL '..' ALL "'"
           IF WS-EVL-DOTS > 0 OR WS-EVL-REPLY-TO(1:1) = '/'
               MOVE "REPLY-TO must name a folder under the install"
                   & " directory" TO WS-EVL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EVL-OUT-DIR
           STRING
               FUNCTION TRIM(WS-EXE-DIR)       DELIMITED SIZE
               FUNCTION TRIM(WS-EVL-REPLY-TO)  DELIMITED SIZE
               INTO WS-EVL-OUT-DIR
           MOVE SPACES TO WS-WATCH-CMD
           STRING
               "test -d '"                     DELIMITED SIZE
               FUNCTION TRIM(WS-EVL-OUT-DIR)   DELIMITED SIZE
               "'"                             DELIMITED SIZE
               INTO WS-WATCH-CMD
           CALL "SYSTEM" USING WS-WATCH-CMD RETURNING WS-EVL-RC
           IF WS-EVL-RC NOT = 0
               STRING
                   "reply folder "               DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-REPLY-TO) DELIMITED SIZE
                   " does not exist"             DELIMITED SIZE
                   INTO WS-EVL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EVL-OUT-DIR))
               TO WS-EVL-DOTS
           IF WS-EVL-OUT-DIR(WS-EVL-DOTS:1) NOT = '/'
               MOVE '/' TO WS-EVL-OUT-DIR(WS-EVL-DOTS + 1:1)
           END-IF.

      *> Read watch-requesters.dat for the requesting system; an
      *> exact match wins over the '*' line. No file, or no line
      *> for the system and no '*', allows nothing.
       LOAD-REQUESTER-RIGHTS.
           MOVE SPACES TO WS-WRQ-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
               "watch-requesters.dat"     DELIMITED SIZE
               INTO WS-WRQ-PATH
           MOVE 'N' TO WS-WRQ-HIT
           MOVE 'N' TO WS-WRQ-EOF
           MOVE SPACES TO WS-WRQ-PROFILES WS-WRQ-MODELS
               WS-WRQ-FOLDERS
           OPEN INPUT WRQ-FILE
           IF WS-WRQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WRQ-EOF = 'Y'
               READ WRQ-FILE
                   AT END
                       MOVE 'Y' TO WS-WRQ-EOF
                   NOT AT END
                       PERFORM PARSE-REQUESTER-LINE
               END-READ
           END-PERFORM
           CLOSE WRQ-FILE.

       PARSE-REQUESTER-LINE.
           IF FUNCTION TRIM(WRQ-RECORD) = SPACES
                   OR WRQ-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WRQ-L-SYSTEM WS-WRQ-L-PROFILES
               WS-WRQ-L-MODELS WS-WRQ-L-FOLDERS
           UNSTRING WRQ-RECORD DELIMITED BY '|'
               INTO WS-WRQ-L-SYSTEM WS-WRQ-L-PROFILES
                    WS-WRQ-L-MODELS WS-WRQ-L-FOLDERS
           END-UNSTRING
           IF FUNCTION TRIM(WS-WRQ-L-SYSTEM) = WS-SLA-SYSTEM
               MOVE WS-WRQ-L-PROFILES TO WS-WRQ-PROFILES
               MOVE WS-WRQ-L-MODELS TO WS-WRQ-MODELS
               MOVE WS-WRQ-L-FOLDERS TO WS-WRQ-FOLDERS
               MOVE 'E' TO WS-WRQ-HIT
           ELSE
               IF FUNCTION TRIM(WS-WRQ-L-SYSTEM) = '*'
                       AND WS-WRQ-HIT NOT = 'E'
                   MOVE WS-WRQ-L-PROFILES TO WS-WRQ-PROFILES
                   MOVE WS-WRQ-L-MODELS TO WS-WRQ-MODELS
                   MOVE WS-WRQ-L-FOLDERS TO WS-WRQ-FOLDERS
                   MOVE 'Y' TO WS-WRQ-HIT
               END-IF
           END-IF.

      *> Is WS-WRQ-WANT one of the comma-separated WS-WRQ-LIST items
      *> (a '*' item allowing anything)? A folder matches with or
      *> without its trailing '/'.
       MATCH-REQUESTER-LIST.
           MOVE 'N' TO WS-WRQ-OK
           MOVE 1 TO WS-WRQ-PTR
           PERFORM UNTIL WS-WRQ-PTR > FUNCTION LENGTH(WS-WRQ-LIST)
                   OR WS-WRQ-OK = 'Y'
               MOVE SPACES TO WS-WRQ-ITEM
               UNSTRING WS-WRQ-LIST DELIMITED BY ','
                   INTO WS-WRQ-ITEM
                   WITH POINTER WS-WRQ-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-WRQ-ITEM) = '*'
                       OR FUNCTION TRIM(WS-WRQ-ITEM)
                           = FUNCTION TRIM(WS-WRQ-WANT)
                   MOVE 'Y' TO WS-WRQ-OK
               END-IF
               IF FUNCTION TRIM(WS-WRQ-ITEM) NOT = SPACES
                   MOVE SPACES TO WS-EVL-VALUE
                   STRING FUNCTION TRIM(WS-WRQ-ITEM) '/'
                       DELIMITED SIZE INTO WS-EVL-VALUE
                   IF FUNCTION TRIM(WS-WRQ-WANT) = WS-EVL-VALUE
                       MOVE 'Y' TO WS-WRQ-OK
                   END-IF
               END-IF
           END-PERFORM.

      *> Everything allowed: the profile loaded by CHECK-ENVELOPE
      *> goes into the audit trail and the certification gate, the
      *> model takes over, and the request itself is logged with its
      *> correlation id.
       APPLY-ENVELOPE.
           IF WS-EVL-PROFILE NOT = SPACES
               PERFORM AUDIT-PROMPT-VERSION
               PERFORM ENFORCE-CERT-GATE
           END-IF
           IF WS-EVL-MODEL NOT = SPACES
               MOVE 'Y' TO WS-EVL-SWITCHED
               MOVE WS-EVL-MODEL TO WS-MODEL
               PERFORM SET-CONTEXT-CEILING
           END-IF
           IF WS-EVL-STATE NOT = 'E'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MSG-CONTENT
           MOVE 1 TO WS-EVL-JPTR
           STRING
               "hot-folder request "          DELIMITED SIZE
               FUNCTION TRIM(WS-WATCH-NAME)   DELIMITED SIZE
               " from "                       DELIMITED SIZE
               FUNCTION TRIM(WS-SLA-SYSTEM)   DELIMITED SIZE
               " priority "                   DELIMITED SIZE
               FUNCTION TRIM(WS-EVL-PRIORITY) DELIMITED SIZE
               " format "                     DELIMITED SIZE
               FUNCTION TRIM(WS-EVL-FORMAT)   DELIMITED SIZE
               INTO WS-MSG-CONTENT
               WITH POINTER WS-EVL-JPTR
           PERFORM APPEND-ENVELOPE-AUDIT
           MOVE 'system' TO WS-MSG-ROLE
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR.

       APPEND-ENVELOPE-AUDIT.
           IF WS-EVL-PROFILE NOT = SPACES
               STRING
                   " profile "                    DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-PROFILE)  DELIMITED SIZE
                   INTO WS-MSG-CONTENT
                   WITH POINTER WS-EVL-JPTR
           END-IF
           IF WS-EVL-MODEL NOT = SPACES
               STRING
                   " model "                      DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-MODEL)    DELIMITED SIZE
                   INTO WS-MSG-CONTENT
                   WITH POINTER WS-EVL-JPTR
           END-IF
           IF WS-EVL-REPLY-TO NOT = SPACES
               STRING
                   " reply-to "                   DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-REPLY-TO) DELIMITED SIZE
                   INTO WS-MSG-CONTENT
                   WITH POINTER WS-EVL-JPTR
           END-IF
           IF WS-EVL-CORR-ID NOT = SPACES
               STRING
                   " correlation-id "             DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-CORR-ID)  DELIMITED SIZE
                   INTO WS-MSG-CONTENT
                   WITH POINTER WS-EVL-JPTR
           END-IF.

      *> Put the daemon's own model and prompt back after a request
      *> whose envelope switched either.
       RESTORE-WATCH-DEFAULTS.
           IF WS-EVL-SWITCHED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EVL-SWITCHED
           MOVE WS-EVL-DEF-MODEL TO WS-MODEL
           MOVE WS-EVL-DEF-PROFILE TO WS-PROMPT-PROFILE
           MOVE WS-EVL-DEF-CONTENT TO WS-PROMPT-CONTENT
           MOVE WS-EVL-DEF-STATUS TO WS-PROMPT-STATUS
           PERFORM SET-CERT-PROFILE
           PERFORM ENFORCE-CERT-GATE
           PERFORM SET-CONTEXT-CEILING.

      *> A refused envelope is answered with <name>.err in outbox/ --
      *> never in the folder it asked for -- and audited.
       REJECT-WATCH-FILE.
           DISPLAY "rejected: " FUNCTION TRIM(WS-WATCH-NAME) " -- "
               FUNCTION TRIM(WS-EVL-REASON)
           MOVE SPACES TO WS-BATCH-OUT-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "outbox/"                    DELIMITED SIZE
               FUNCTION TRIM(WS-WATCH-NAME) DELIMITED SIZE
               ".err"                       DELIMITED SIZE
               INTO WS-BATCH-OUT-PATH
           OPEN OUTPUT BATCH-OUT-FILE
           IF WS-BATCH-OUT-STATUS NOT = "00"
               DISPLAY "error: could not write "
                   FUNCTION TRIM(WS-BATCH-OUT-PATH)
           ELSE
               MOVE SPACES TO BATCH-OUT-RECORD
               STRING
                   "REJECTED "                  DELIMITED SIZE
                   FUNCTION TRIM(WS-WATCH-NAME) DELIMITED SIZE
                   INTO BATCH-OUT-RECORD
               WRITE BATCH-OUT-RECORD
               IF WS-EVL-CORR-ID NOT = SPACES
                   MOVE SPACES TO BATCH-OUT-RECORD
                   STRING
                       "Correlation-Id: "            DELIMITED SIZE
                       FUNCTION TRIM(WS-EVL-CORR-ID) DELIMITED SIZE
                       INTO BATCH-OUT-RECORD
                   WRITE BATCH-OUT-RECORD
               END-IF
               MOVE SPACES TO BATCH-OUT-RECORD
               STRING
                   "Reason: "                   DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-REASON) DELIMITED SIZE
                   INTO BATCH-OUT-RECORD
               WRITE BATCH-OUT-RECORD
               CLOSE BATCH-OUT-FILE
           END-IF
           MOVE SPACES TO WS-MSG-CONTENT
           STRING
               "hot-folder request "          DELIMITED SIZE
               FUNCTION TRIM(WS-WATCH-NAME)   DELIMITED SIZE
               " from "                       DELIMITED SIZE
               FUNCTION TRIM(WS-SLA-SYSTEM)   DELIMITED SIZE
               " rejected: "                  DELIMITED SIZE
               FUNCTION TRIM(WS-EVL-REASON)   DELIMITED SIZE
               INTO WS-MSG-CONTENT
           IF WS-EVL-CORR-ID NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MSG-CONTENT))
                   TO WS-EVL-JPTR
               ADD 1 TO WS-EVL-JPTR
               STRING
                   " correlation-id "             DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-CORR-ID)  DELIMITED SIZE
                   INTO WS-MSG-CONTENT
                   WITH POINTER WS-EVL-JPTR
           END-IF
           MOVE 'system' TO WS-MSG-ROLE
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR.

      *> The reply (or the error text, when the call failed) goes out
      *> one physical line per embedded newline, under a
      *> Correlation-Id line when the envelope gave one -- or, for
      *> FORMAT: JSON, as one JSON object.
       WRITE-REPLY-FILE.
           OPEN OUTPUT BATCH-OUT-FILE
           IF WS-BATCH-OUT-STATUS NOT = "00"
                   FUNCTION TRIM(WS-BATCH-OUT-PATH)
               EXIT PARAGRAPH
           END-IF
           IF WS-EVL-FORMAT = 'JSON'
               PERFORM WRITE-JSON-REPLY
               CLOSE BATCH-OUT-FILE
               PERFORM RECORD-OUTPUT-LINEAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-EVL-CORR-ID NOT = SPACES
               MOVE SPACES TO BATCH-OUT-RECORD
               STRING
                   "Correlation-Id: "            DELIMITED SIZE
                   FUNCTION TRIM(WS-EVL-CORR-ID) DELIMITED SIZE
                   INTO BATCH-OUT-RECORD
               WRITE BATCH-OUT-RECORD
               MOVE SPACES TO BATCH-OUT-RECORD
               WRITE BATCH-OUT-RECORD
           END-IF
           PERFORM WRITE-REPLY-BODY
           CLOSE BATCH-OUT-FILE
           PERFORM RECORD-OUTPUT-LINEAGE.

      *> {"correlation_id": ..., "file": ..., "status": "ok" or
      *> "error", "reply": ...}, one member per line, the reply cut
      *> short rather than overrun the output record.
       WRITE-JSON-REPLY.
           MOVE SPACES TO BATCH-OUT-RECORD
           MOVE 1 TO WS-EVL-JPTR
           STRING '{"correlation_id": "' DELIMITED SIZE
               INTO BATCH-OUT-RECORD WITH POINTER WS-EVL-JPTR
           MOVE WS-EVL-CORR-ID TO WS-EVL-JSON-IN
           PERFORM APPEND-JSON-TEXT
           STRING '",' DELIMITED SIZE
               INTO BATCH-OUT-RECORD WITH POINTER WS-EVL-JPTR
           WRITE BATCH-OUT-RECORD
           MOVE SPACES TO BATCH-OUT-RECORD
           MOVE 1 TO WS-EVL-JPTR
           STRING ' "file": "' DELIMITED SIZE
               INTO BATCH-OUT-RECORD WITH POINTER WS-EVL-JPTR
           MOVE WS-WATCH-NAME TO WS-EVL-JSON-IN
           PERFORM APPEND-JSON-TEXT
           STRING '",' DELIMITED SIZE
               INTO BATCH-OUT-RECORD WITH POINTER WS-EVL-JPTR
           WRITE BATCH-OUT-RECORD
           MOVE SPACES TO BATCH-OUT-RECORD
           IF WS-IS-ERROR = 'Y'
               MOVE ' "status": "error",' TO BATCH-OUT-RECORD
           ELSE
               MOVE ' "status": "ok",' TO BATCH-OUT-RECORD
           END-IF
           WRITE BATCH-OUT-RECORD
           MOVE SPACES TO BATCH-OUT-RECORD
           MOVE 1 TO WS-EVL-JPTR
           STRING ' "reply": "' DELIMITED SIZE
               INTO BATCH-OUT-RECORD WITH POINTER WS-EVL-JPTR
           MOVE WS-AI-RESPONSE TO WS-EVL-JSON-IN
           PERFORM APPEND-JSON-TEXT
           STRING '"}' DELIMITED SIZE
               INTO BATCH-OUT-RECORD WITH POINTER WS-EVL-JPTR
           WRITE BATCH-OUT-RECORD.

      *> Escape WS-EVL-JSON-IN into BATCH-OUT-RECORD at WS-EVL-JPTR:
      *> quote and backslash get a backslash, newline becomes \n,
      *> any other control character a space.
       APPEND-JSON-TEXT.
           MOVE 0 TO WS-EVL-JSON-LEN
           IF WS-EVL-JSON-IN NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-EVL-JSON-IN, TRAILING))
                   TO WS-EVL-JSON-LEN
           END-IF
           PERFORM VARYING WS-EVL-JSON-IDX FROM 1 BY 1
                   UNTIL WS-EVL-JSON-IDX > WS-EVL-JSON-LEN
                      OR WS-EVL-JPTR > 2090
               MOVE WS-EVL-JSON-IN(WS-EVL-JSON-IDX:1) TO WS-EVL-CH
               EVALUATE TRUE
                   WHEN WS-EVL-CH = '"' OR WS-EVL-CH = X"5C"
                       STRING X"5C" WS-EVL-CH DELIMITED SIZE
                           INTO BATCH-OUT-RECORD
                           WITH POINTER WS-EVL-JPTR
                   WHEN WS-EVL-CH = X"0A"
                       STRING X"5C" 'n' DELIMITED SIZE
                           INTO BATCH-OUT-RECORD
                           WITH POINTER WS-EVL-JPTR
                   WHEN WS-EVL-CH < SPACE
                       STRING SPACE DELIMITED SIZE
                           INTO BATCH-OUT-RECORD
                           WITH POINTER WS-EVL-JPTR
                   WHEN OTHER
                       STRING WS-EVL-CH DELIMITED SIZE
                           INTO BATCH-OUT-RECORD
                           WITH POINTER WS-EVL-JPTR
               END-EVALUATE
           END-PERFORM.

      *> Split WS-AI-RESPONSE on its embedded newlines into records
      *> of whatever output file is currently open.
                       FUNCTION TRIM(WS-MC-NOTES) CLR
               END-IF
           END-IF
      *>   An interactive switch onto an uncertified model is the
      *>   operator's call to make -- warned of, not refused.
           MOVE 'Q' TO WS-CG-ACTION
           CALL "MODEL-CERT" USING
               WS-CG-ACTION WS-MODEL WS-CG-PROFILE
               WS-CG-ANSWER WS-CG-DATE
           IF WS-CG-ANSWER = 'F'
               DISPLAY RED "Warning: " FUNCTION TRIM(WS-MODEL)
                   " failed regression for prompt profile "
                   FUNCTION TRIM(WS-CG-PROFILE) " on " WS-CG-DATE
                   " -- unattended runs will not use it" CLR
           END-IF
           IF WS-CG-ANSWER = 'N'
               DISPLAY RED "Warning: " FUNCTION TRIM(WS-MODEL)
                   " is not certified for prompt profile "
                   FUNCTION TRIM(WS-CG-PROFILE)
                   " -- unattended runs will not use it" CLR
           END-IF
           PERFORM SET-CONTEXT-CEILING
           DISPLAY DIM "model set to " FUNCTION TRIM(WS-MODEL)
               " (context ceiling " FUNCTION TRIM(WS-CTX-CAP)
               WS-CM-STATUS
               WS-CM-TOOL-CALL-ID
               WS-CM-TOOL-CALLS
           PERFORM AUDIT-PROMPT-VERSION
           PERFORM SET-CERT-PROFILE
           IF WS-PROMPT-STATUS = 'T'
               DISPLAY RED
                   "Warning: system prompt is longer than the "
               WS-PC-ACTION WS-ENV-PROFILE
               WS-PC-URL WS-PC-AUTH WS-PC-EXTRA
           IF FUNCTION TRIM(WS-API-KEY) = SPACES
                   AND FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-URL))
                       NOT = 'mock'
               DISPLAY RED
                   "Warning: OPENROUTER_API_KEY is missing or blank "
                   "after reload" CLR
               WS-MSG-COUNT
               WS-MSG-CONTENT
               WS-CM-STATUS
           PERFORM AUDIT-PROMPT-VERSION
           PERFORM SET-CERT-PROFILE
           IF WS-PROMPT-STATUS = 'T'
               DISPLAY RED
                   "Warning: system prompt is longer than the "

      *> /search <text> -- scan every saved session and the audit
      *> trail for the text; the same scan is reachable from a job
      *> step as --search <text>. --date and --operator ahead of the
      *> text narrow it to the audit records on those keys.
       CMD-SEARCH.
           MOVE SPACES TO WS-SEARCH-TEXT
           MOVE FUNCTION TRIM(WS-INPUT-TRIM(9:)) TO WS-SEARCH-TEXT
                   " still fails -- kept on the queue" CLR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-XN-COMPLY
           MOVE WS-DR-MODEL TO WS-XN-MODEL
           PERFORM AUDIT-EXCHANGE-NOTE
           MOVE 'assistant' TO WS-MSG-ROLE
           MOVE WS-AI-RESPONSE TO WS-MSG-CONTENT
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
           PERFORM WRITE-REPLY-BODY
           MOVE SPACES TO BATCH-OUT-RECORD
           WRITE BATCH-OUT-RECORD
           CLOSE BATCH-OUT-FILE
           PERFORM RECORD-OUTPUT-LINEAGE.

      *> Entries that drained come off; everything else keeps its
      *> place in line.
                   "  " WS-MSG-COUNT " turn(s) (unstashed)"
           END-IF.

      *> /handoff <operator> <note> -- park the whole line of work
      *> for the next shift: the conversation with its pins and tags,
      *> and every branch. The turnover line records who handed what
      *> to whom and why; the live session starts clean afterwards.
       CMD-HANDOFF.
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               DISPLAY DIM "a handoff needs an operator id --"
                   " sign on with --operator <id>" CLR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD-WORD WS-HO-ARG WS-HO-NOTE
           MOVE 1 TO WS-HO-PTR
           UNSTRING WS-INPUT-TRIM DELIMITED BY ALL SPACE
               INTO WS-CMD-WORD WS-HO-ARG
               WITH POINTER WS-HO-PTR
           END-UNSTRING
           IF WS-HO-PTR <= FUNCTION LENGTH(WS-INPUT-TRIM)
               MOVE FUNCTION TRIM(WS-INPUT-TRIM(WS-HO-PTR:))
                   TO WS-HO-NOTE
           END-IF
           IF FUNCTION TRIM(WS-HO-ARG) = SPACES
                   OR FUNCTION TRIM(WS-HO-NOTE) = SPACES
               DISPLAY DIM "usage: /handoff <operator> <note>" CLR
               EXIT PARAGRAPH
           END-IF
           IF WS-HO-ARG(9:) NOT = SPACES
               DISPLAY DIM "operator ids are at most eight"
                   " characters" CLR
               EXIT PARAGRAPH
           END-IF
           IF WS-HO-ARG(1:8) = WS-OPERATOR
               DISPLAY DIM "you cannot hand a session to yourself"
                   CLR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Q' TO WS-OM-ACTION
           CALL "OPER-MASTER" USING
               WS-OM-ACTION WS-HO-ARG WS-OM-NAME WS-OM-DEPT
               WS-OM-STATUS WS-OM-QUOTA WS-OM-FOUND
           IF WS-OM-STATUS NOT = '?'
               IF WS-OM-FOUND = 'N'
                   DISPLAY DIM "operator '" FUNCTION TRIM(WS-HO-ARG)
                       "' is not in the operator master" CLR
                   EXIT PARAGRAPH
               END-IF
               IF WS-OM-STATUS = 'S'
                   DISPLAY DIM "operator '" FUNCTION TRIM(WS-HO-ARG)
                       "' is suspended in the operator master" CLR
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *>   The note goes into a '|'-delimited line.
           INSPECT WS-HO-NOTE REPLACING ALL '|' BY '/'
           PERFORM STASH-ACTIVE-BRANCH
           MOVE 'N' TO WS-HO-BRANCHES
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-MAX
               IF WS-BR-USED(WS-BR-IDX) = 'Y'
                       AND WS-BR-NAME(WS-BR-IDX) NOT = WS-ACTIVE-BRANCH
                   MOVE 'Y' TO WS-HO-BRANCHES
               END-IF
           END-PERFORM
           IF WS-MSG-COUNT < 2 AND WS-HO-BRANCHES = 'N'
               DISPLAY DIM "nothing to hand over -- the conversation"
                   " is empty" CLR
               EXIT PARAGRAPH
           END-IF
           PERFORM HANDOFF-STAMP-NOW
           MOVE SPACES TO WS-HO-ID
           STRING 'H' WS-HO-DATE WS-HO-TIME(1:6)
               DELIMITED SIZE INTO WS-HO-ID
           PERFORM BUILD-HANDOFF-BASE
           MOVE SPACES TO WS-HO-CMD
           STRING
               "mkdir -p '"                DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)   DELIMITED SIZE
               "handoffs'"                 DELIMITED SIZE
               INTO WS-HO-CMD
           CALL "SYSTEM" USING WS-HO-CMD
           MOVE SPACES TO WS-SESSION-PATH
           STRING FUNCTION TRIM(WS-HO-BASE) ".json"
               DELIMITED SIZE INTO WS-SESSION-PATH
           PERFORM WRITE-SESSION-FILE
           IF WS-SESSION-STATUS NOT = "00"
               DISPLAY DIM "error: could not park the session in "
                   FUNCTION TRIM(WS-SESSION-PATH) CLR
               EXIT PARAGRAPH
           END-IF
           IF WS-HO-BRANCHES = 'Y'
               PERFORM WRITE-HANDOFF-BRANCHES
           END-IF
           CALL "C$GETPID" RETURNING WS-STATS-PID
           MOVE WS-STATS-PID TO WS-HO-SESSION
           MOVE SPACES TO TURN-RECORD
           STRING
               WS-HO-STAMP                  DELIMITED SIZE
               '|H|'                        DELIMITED SIZE
               WS-HO-ID                     DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(WS-OPERATOR)   DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(WS-HO-ARG)     DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-HO-SESSION                DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(WS-HO-NOTE)    DELIMITED SIZE
               INTO TURN-RECORD
           PERFORM APPEND-TURNOVER-RECORD
           IF WS-HO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MSG-CONTENT
           STRING
               'shift handoff '             DELIMITED SIZE
               WS-HO-ID                     DELIMITED SIZE
               ' to '                       DELIMITED SIZE
               FUNCTION TRIM(WS-HO-ARG)     DELIMITED SIZE
               ': '                         DELIMITED SIZE
               FUNCTION TRIM(WS-HO-NOTE)    DELIMITED SIZE
               INTO WS-MSG-CONTENT
           MOVE 'system' TO WS-MSG-ROLE
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR
      *>   The work now belongs to the next shift -- nothing of it
      *>   stays live here, and no checkpoint can bring it back.
           PERFORM RESET-CONVERSATION
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-MAX
               MOVE 'N' TO WS-BR-USED(WS-BR-IDX)
           END-PERFORM
           MOVE 'main' TO WS-ACTIVE-BRANCH
           MOVE 0 TO WS-TAG-COUNT
           MOVE SPACES TO WS-SESS-TAGS
           PERFORM DELETE-AUTOSAVE
           DISPLAY DIM "handed over to " FUNCTION TRIM(WS-HO-ARG)
               " as " WS-HO-ID " -- the session is parked and this"
               " conversation cleared" CLR.

      *> /pickup <id> -- take over a parked handoff addressed to this
      *> operator; a bare /pickup lists the ones waiting.
       CMD-PICKUP.
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               DISPLAY DIM "picking up a handoff needs an operator id"
                   " -- sign on with --operator <id>" CLR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD-WORD WS-HO-ARG
           UNSTRING WS-INPUT-TRIM DELIMITED BY ALL SPACE
               INTO WS-CMD-WORD WS-HO-ARG
           END-UNSTRING
           IF FUNCTION TRIM(WS-HO-ARG) = SPACES
               PERFORM SHOW-PENDING-HANDOFFS
               IF WS-HO-WAITING = 0
                   DISPLAY DIM "no handoffs are waiting for you" CLR
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TURNOVER
           MOVE 0 TO WS-HO-SLOT
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT
               IF WS-HO-E-ID(WS-HO-IDX) = FUNCTION TRIM(WS-HO-ARG)
                   MOVE WS-HO-IDX TO WS-HO-SLOT
               END-IF
           END-PERFORM
           IF WS-HO-SLOT = 0
               DISPLAY DIM "no handoff " FUNCTION TRIM(WS-HO-ARG)
                   CLR
               EXIT PARAGRAPH
           END-IF
           IF WS-HO-E-TO(WS-HO-SLOT) NOT = WS-OPERATOR
               DISPLAY DIM "handoff " WS-HO-E-ID(WS-HO-SLOT)
                   " is addressed to "
                   FUNCTION TRIM(WS-HO-E-TO(WS-HO-SLOT)) CLR
               EXIT PARAGRAPH
           END-IF
           IF WS-HO-E-TAKEN(WS-HO-SLOT) = 'Y'
               DISPLAY DIM "handoff " WS-HO-E-ID(WS-HO-SLOT)
                   " has already been picked up" CLR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HO-E-ID(WS-HO-SLOT) TO WS-HO-ID
           PERFORM BUILD-HANDOFF-BASE
           MOVE SPACES TO WS-SESSION-PATH
           STRING FUNCTION TRIM(WS-HO-BASE) ".json"
               DELIMITED SIZE INTO WS-SESSION-PATH
           PERFORM LOAD-SESSION-FILE
           IF WS-LOAD-OK NOT = 'Y'
               DISPLAY DIM "error: the parked session for "
                   WS-HO-ID " could not be read" CLR
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HANDOFF-BRANCHES
           PERFORM HANDOFF-STAMP-NOW
           CALL "C$GETPID" RETURNING WS-STATS-PID
           MOVE WS-STATS-PID TO WS-HO-SESSION
           MOVE SPACES TO TURN-RECORD
           STRING
               WS-HO-STAMP                  DELIMITED SIZE
               '|P|'                        DELIMITED SIZE
               WS-HO-ID                     DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(WS-OPERATOR)   DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-HO-SESSION                DELIMITED SIZE
               INTO TURN-RECORD
           PERFORM APPEND-TURNOVER-RECORD
           MOVE SPACES TO WS-MSG-CONTENT
           STRING
               'picked up shift handoff '   DELIMITED SIZE
               WS-HO-ID                     DELIMITED SIZE
               ' from '                     DELIMITED SIZE
               FUNCTION TRIM(WS-HO-E-FROM(WS-HO-SLOT))
                                            DELIMITED SIZE
               ' -- continues audit session '
                                            DELIMITED SIZE
               WS-HO-E-SESSION(WS-HO-SLOT)  DELIMITED SIZE
               ': '                         DELIMITED SIZE
               FUNCTION TRIM(WS-HO-E-NOTE(WS-HO-SLOT))
                                            DELIMITED SIZE
               INTO WS-MSG-CONTENT
           MOVE 'system' TO WS-MSG-ROLE
           CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
               WS-OPERATOR
           DISPLAY DIM "picked up " WS-HO-ID " from "
               FUNCTION TRIM(WS-HO-E-FROM(WS-HO-SLOT)) " -- "
               FUNCTION TRIM(WS-HO-E-NOTE(WS-HO-SLOT)) CLR
           DISPLAY DIM "branch '" FUNCTION TRIM(WS-ACTIVE-BRANCH)
               "', " WS-MSG-COUNT " turn(s); /branches lists the"
               " rest" CLR.

      *> The department comes from the master once, at sign-on; the
      *> security profile name was set by APPLY-SECURITY-PROFILE.
       START-BROADCASTS.
           IF FUNCTION TRIM(WS-OPERATOR) NOT = SPACES
               MOVE 'Q' TO WS-OM-ACTION
               CALL "OPER-MASTER" USING
                   WS-OM-ACTION WS-OPERATOR WS-OM-NAME WS-OM-DEPT
                   WS-OM-STATUS WS-OM-QUOTA WS-OM-FOUND
               IF WS-OM-FOUND = 'Y'
                   MOVE WS-OM-DEPT TO WS-BC-DEPT
               END-IF
           END-IF
           MOVE 'S' TO WS-BC-ACTION
           PERFORM CALL-BROADCAST.

       CALL-BROADCAST.
           CALL "BROADCAST" USING
               WS-BC-ACTION WS-OPERATOR WS-BC-DEPT WS-SEC-PROF-NAME
               WS-BC-MSG-ID WS-BC-PENDING.

      *> /ack [n] -- acknowledge one broadcast, or all in force
       CMD-ACK.
           MOVE SPACES TO WS-BC-WORD WS-BC-MSG-ID
           UNSTRING WS-INPUT-TRIM DELIMITED BY ALL SPACE
               INTO WS-BC-WORD WS-BC-MSG-ID
           END-UNSTRING
           MOVE 'A' TO WS-BC-ACTION
           PERFORM CALL-BROADCAST
           IF WS-BC-PENDING > 0
               MOVE WS-BC-PENDING TO WS-BC-PEND-ED
               DISPLAY RED FUNCTION TRIM(WS-BC-PEND-ED)
                   " critical broadcast(s) still to acknowledge" CLR
           END-IF.

      *> (Re)write this session's active/<pid>.ses marker -- the
      *> sign-on stamp once, the last-turn stamp every time.
       MARK-LIVE-SESSION.
           ACCEPT WS-LV-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LV-TIME FROM TIME
           MOVE SPACES TO WS-LV-STAMP
           STRING
               WS-LV-DATE(1:4) '-' WS-LV-DATE(5:2) '-' WS-LV-DATE(7:2)
               ' ' WS-LV-TIME(1:2) ':' WS-LV-TIME(3:2) ':'
               WS-LV-TIME(5:2)
               DELIMITED SIZE
               INTO WS-LV-STAMP
           IF WS-LV-STARTED = SPACES
               MOVE WS-LV-STAMP TO WS-LV-STARTED
               PERFORM RESOLVE-EXE-DIR
               CALL "C$GETPID" RETURNING WS-STATS-PID
               MOVE WS-STATS-PID TO WS-STATS-PID-STR
               MOVE SPACES TO WS-LV-CMD
               STRING
                   "mkdir -p '"               DELIMITED SIZE
                   FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
                   "active'"                  DELIMITED SIZE
                   INTO WS-LV-CMD
               CALL "SYSTEM" USING WS-LV-CMD
               MOVE SPACES TO WS-LV-PATH
               STRING
                   FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
                   "active/"                  DELIMITED SIZE
                   WS-STATS-PID-STR           DELIMITED SIZE
                   ".ses"                     DELIMITED SIZE
                   INTO WS-LV-PATH
           END-IF
           OPEN OUTPUT LIVE-FILE
           IF WS-LV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LIVE-RECORD
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               STRING
                   WS-STATS-PID-STR         DELIMITED SIZE
                   '|-|'                    DELIMITED SIZE
                   WS-LV-STARTED            DELIMITED SIZE
                   '|'                      DELIMITED SIZE
                   WS-LV-STAMP              DELIMITED SIZE
                   INTO LIVE-RECORD
           ELSE
               STRING
                   WS-STATS-PID-STR         DELIMITED SIZE
                   '|'                      DELIMITED SIZE
                   FUNCTION TRIM(WS-OPERATOR) DELIMITED SIZE
                   '|'                      DELIMITED SIZE
                   WS-LV-STARTED            DELIMITED SIZE
                   '|'                      DELIMITED SIZE
                   WS-LV-STAMP              DELIMITED SIZE
                   INTO LIVE-RECORD
           END-IF
           WRITE LIVE-RECORD
           CLOSE LIVE-FILE.

       DROP-LIVE-SESSION.
           IF WS-LV-STARTED = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LV-CMD
           STRING
               "rm -f '"                      DELIMITED SIZE
               FUNCTION TRIM(WS-LV-PATH)      DELIMITED SIZE
               "'"                            DELIMITED SIZE
               INTO WS-LV-CMD
           CALL "SYSTEM" USING WS-LV-CMD.

      *> First beat of a --watch, --batch or worker run; the caller
      *> has set WS-HB-MODE.
       START-HEARTBEAT.
           PERFORM RESOLVE-EXE-DIR
           CALL "C$GETPID" RETURNING WS-STATS-PID
           MOVE WS-STATS-PID TO WS-STATS-PID-STR
           MOVE SPACES TO WS-HB-CMD
           STRING
               "mkdir -p '"               DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
               "heartbeat'"               DELIMITED SIZE
               INTO WS-HB-CMD
           CALL "SYSTEM" USING WS-HB-CMD
           MOVE SPACES TO WS-HB-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
               "heartbeat/"               DELIMITED SIZE
               WS-STATS-PID-STR           DELIMITED SIZE
               ".hb"                      DELIMITED SIZE
               INTO WS-HB-PATH
           MOVE "HEARTBEAT_SECONDS" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-ENV-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-HB-INTERVAL
           END-IF
           IF WS-HB-INTERVAL = 0
               MOVE 30 TO WS-HB-INTERVAL
           END-IF
           MOVE 0 TO WS-HB-HANDLED
           MOVE SPACES TO WS-HB-CURRENT
           PERFORM HEARTBEAT-ACTIVITY.

      *> Something just happened -- note it and beat now.
       HEARTBEAT-ACTIVITY.
           PERFORM HEARTBEAT-STAMP-NOW
           MOVE WS-HB-STAMP TO WS-HB-LAST-ACT
           MOVE 'Y' TO WS-HB-FORCE
           PERFORM BEAT-HEARTBEAT.

       NOTE-BATCH-LINE-BEAT.
           MOVE WS-BATCH-LINENO TO WS-HB-LINE-ED
           MOVE SPACES TO WS-HB-CURRENT
           STRING
               FUNCTION TRIM(WS-BATCH-IN-PATH) DELIMITED SIZE
               " line "                        DELIMITED SIZE
               FUNCTION TRIM(WS-HB-LINE-ED)    DELIMITED SIZE
               INTO WS-HB-CURRENT
           PERFORM HEARTBEAT-STAMP-NOW
           MOVE WS-HB-STAMP TO WS-HB-LAST-ACT
           PERFORM BEAT-HEARTBEAT.

      *> Rewrite the record when forced or once the interval is up.
       BEAT-HEARTBEAT.
           IF WS-HB-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM HEARTBEAT-STAMP-NOW
           IF WS-HB-FORCE = 'N'
                   AND WS-HB-NOW-SECS < WS-HB-LAST-SECS
                       + WS-HB-INTERVAL
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HB-FORCE
           MOVE WS-HB-NOW-SECS TO WS-HB-LAST-SECS
           IF WS-HB-WAITING = 'Y'
               MOVE 0 TO WS-HB-WRITE-INT
           ELSE
               MOVE WS-HB-INTERVAL TO WS-HB-WRITE-INT
           END-IF
           OPEN OUTPUT HB-FILE
           IF WS-HB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HB-RECORD
           STRING
               WS-STATS-PID-STR               DELIMITED SIZE
               '|'                            DELIMITED SIZE
               FUNCTION TRIM(WS-HB-MODE)      DELIMITED SIZE
               '|'                            DELIMITED SIZE
               WS-HB-LAST-ACT                 DELIMITED SIZE
               '|'                            DELIMITED SIZE
               WS-HB-HANDLED                  DELIMITED SIZE
               '|'                            DELIMITED SIZE
               FUNCTION TRIM(WS-HB-CURRENT)   DELIMITED SIZE
               '|'                            DELIMITED SIZE
               WS-HB-STAMP                    DELIMITED SIZE
               '|'                            DELIMITED SIZE
               WS-HB-WRITE-INT                DELIMITED SIZE
               INTO HB-RECORD
           WRITE HB-RECORD
           CLOSE HB-FILE.

       HEARTBEAT-STAMP-NOW.
           ACCEPT WS-HB-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HB-TIME FROM TIME
           MOVE SPACES TO WS-HB-STAMP
           STRING
               WS-HB-DATE(1:4) '-' WS-HB-DATE(5:2) '-' WS-HB-DATE(7:2)
               ' ' WS-HB-TIME(1:2) ':' WS-HB-TIME(3:2) ':'
               WS-HB-TIME(5:2)
               DELIMITED SIZE
               INTO WS-HB-STAMP
           COMPUTE WS-HB-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-HB-DATE) * 86400
               + FUNCTION NUMVAL(WS-HB-TIME(1:2)) * 3600
               + FUNCTION NUMVAL(WS-HB-TIME(3:2)) * 60
               + FUNCTION NUMVAL(WS-HB-TIME(5:2)).

      *> A clean finish leaves no heartbeat behind -- only a run that
      *> died or hung does.
       STOP-HEARTBEAT.
           IF WS-HB-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HB-CMD
           STRING
               "rm -f '"                      DELIMITED SIZE
               FUNCTION TRIM(WS-HB-PATH)      DELIMITED SIZE
               "'"                            DELIMITED SIZE
               INTO WS-HB-CMD
           CALL "SYSTEM" USING WS-HB-CMD.

      *> At sign-on, and on a bare /pickup: the handoffs addressed to
      *> this operator that nobody has picked up yet.
       SHOW-PENDING-HANDOFFS.
           MOVE 0 TO WS-HO-WAITING
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TURNOVER
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT
               IF WS-HO-E-TO(WS-HO-IDX) = WS-OPERATOR
                       AND WS-HO-E-TAKEN(WS-HO-IDX) = 'N'
                   IF WS-HO-WAITING = 0
                       DISPLAY BOLD "handoffs waiting for you"
                           " (/pickup <id>):" CLR
                   END-IF
                   ADD 1 TO WS-HO-WAITING
                   DISPLAY "  " WS-HO-E-ID(WS-HO-IDX) "  "
                       WS-HO-E-STAMP(WS-HO-IDX)(1:16) "  from "
                       WS-HO-E-FROM(WS-HO-IDX) "  "
                       FUNCTION TRIM(WS-HO-E-NOTE(WS-HO-IDX))
               END-IF
           END-PERFORM.

      *> Replay turnover.dat: one table entry per handoff, flagged
      *> once a pickup line names it.
       LOAD-TURNOVER.
           MOVE 0 TO WS-HO-COUNT
           PERFORM BUILD-TURNOVER-PATH
           OPEN INPUT TURN-FILE
           IF WS-HO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HO-EOF
           PERFORM UNTIL WS-HO-EOF = 'Y'
               READ TURN-FILE
                   AT END
                       MOVE 'Y' TO WS-HO-EOF
                   NOT AT END
                       PERFORM TAKE-TURNOVER-LINE
               END-READ
           END-PERFORM
           CLOSE TURN-FILE.

       TAKE-TURNOVER-LINE.
           MOVE SPACES TO WS-HO-L-STAMP WS-HO-L-TYPE WS-HO-L-ID
               WS-HO-L-OP1 WS-HO-L-OP2 WS-HO-L-SESSION WS-HO-L-NOTE
           UNSTRING TURN-RECORD DELIMITED BY '|'
               INTO WS-HO-L-STAMP WS-HO-L-TYPE WS-HO-L-ID
                    WS-HO-L-OP1 WS-HO-L-OP2 WS-HO-L-SESSION
                    WS-HO-L-NOTE
           END-UNSTRING
           IF WS-HO-L-TYPE = 'H' AND WS-HO-COUNT < WS-HO-MAX
               ADD 1 TO WS-HO-COUNT
               MOVE WS-HO-L-ID TO WS-HO-E-ID(WS-HO-COUNT)
               MOVE WS-HO-L-STAMP TO WS-HO-E-STAMP(WS-HO-COUNT)
               MOVE WS-HO-L-OP1 TO WS-HO-E-FROM(WS-HO-COUNT)
               MOVE WS-HO-L-OP2 TO WS-HO-E-TO(WS-HO-COUNT)
               MOVE WS-HO-L-SESSION TO WS-HO-E-SESSION(WS-HO-COUNT)
               MOVE WS-HO-L-NOTE TO WS-HO-E-NOTE(WS-HO-COUNT)
               MOVE 'N' TO WS-HO-E-TAKEN(WS-HO-COUNT)
           END-IF
           IF WS-HO-L-TYPE = 'P'
               PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                       UNTIL WS-HO-IDX > WS-HO-COUNT
                   IF WS-HO-E-ID(WS-HO-IDX) = WS-HO-L-ID
                       MOVE 'Y' TO WS-HO-E-TAKEN(WS-HO-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       APPEND-TURNOVER-RECORD.
           PERFORM BUILD-TURNOVER-PATH
           OPEN EXTEND TURN-FILE
           IF WS-HO-STATUS NOT = "00"
               OPEN OUTPUT TURN-FILE
           END-IF
           IF WS-HO-STATUS NOT = "00"
               DISPLAY DIM "error: could not write "
                   FUNCTION TRIM(WS-HO-PATH) CLR
               EXIT PARAGRAPH
           END-IF
           WRITE TURN-RECORD
           CLOSE TURN-FILE.

       BUILD-TURNOVER-PATH.
           PERFORM RESOLVE-EXE-DIR
           MOVE SPACES TO WS-HO-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
               "turnover.dat"             DELIMITED SIZE
               INTO WS-HO-PATH.

       BUILD-HANDOFF-BASE.
           PERFORM RESOLVE-EXE-DIR
           MOVE SPACES TO WS-HO-BASE
           STRING
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
               "handoffs/"                DELIMITED SIZE
               FUNCTION TRIM(WS-HO-ID)    DELIMITED SIZE
               INTO WS-HO-BASE.

       HANDOFF-STAMP-NOW.
           ACCEPT WS-HO-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HO-TIME FROM TIME
           MOVE SPACES TO WS-HO-STAMP
           STRING
               WS-HO-DATE(1:4) '-' WS-HO-DATE(5:2) '-'
               WS-HO-DATE(7:2) ' ' WS-HO-TIME(1:2) ':'
               WS-HO-TIME(3:2) ':' WS-HO-TIME(5:2)
               DELIMITED SIZE
               INTO WS-HO-STAMP.

      *> <id>.branches: an ACTIVE:<name> record, then per branch a
      *> BRANCH:<name>|<turns> record and its conversation record,
      *> enciphered the same way WRITE-SESSION-FILE does it.
       WRITE-HANDOFF-BRANCHES.
           MOVE SPACES TO WS-SESSION-PATH
           STRING FUNCTION TRIM(WS-HO-BASE) ".branches"
               DELIMITED SIZE INTO WS-SESSION-PATH
           OPEN OUTPUT SESSION-FILE
           IF WS-SESSION-STATUS NOT = "00"
               DISPLAY DIM "warning: the branches could not be"
                   " parked -- only the live branch goes over" CLR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SESSION-RECORD
           STRING 'ACTIVE:' FUNCTION TRIM(WS-ACTIVE-BRANCH)
               DELIMITED SIZE INTO SESSION-RECORD
           WRITE SESSION-RECORD
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-MAX
               IF WS-BR-USED(WS-BR-IDX) = 'Y'
                   PERFORM WRITE-HANDOFF-BRANCH
               END-IF
           END-PERFORM
           CLOSE SESSION-FILE.

       WRITE-HANDOFF-BRANCH.
           MOVE WS-BR-COUNT(WS-BR-IDX) TO WS-HO-BR-COUNT
           MOVE SPACES TO SESSION-RECORD
           STRING
               'BRANCH:'                          DELIMITED SIZE
               FUNCTION TRIM(WS-BR-NAME(WS-BR-IDX)) DELIMITED SIZE
               '|'                                DELIMITED SIZE
               WS-HO-BR-COUNT                     DELIMITED SIZE
               INTO SESSION-RECORD
           WRITE SESSION-RECORD
           MOVE 'N' TO WS-CR-STATUS
           IF WS-HAVE-KEY = 'Y'
               MOVE WS-BR-JSON(WS-BR-IDX) TO WS-CR-BUF
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-BR-JSON(WS-BR-IDX)))
                   TO WS-CR-LEN
               MOVE 'E' TO WS-CR-ACTION
               CALL "CRYPT-CODEC" USING
                   WS-CR-ACTION WS-ENV-PROFILE WS-CR-BUF WS-CR-LEN
                   WS-CR-STATUS
           END-IF
           IF WS-CR-STATUS = 'Y'
               MOVE SPACES TO SESSION-RECORD
               STRING
                   'CBLDENC:'               DELIMITED SIZE
                   WS-CR-BUF(1:WS-CR-LEN)   DELIMITED SIZE
                   INTO SESSION-RECORD
           ELSE
               MOVE FUNCTION TRIM(WS-BR-JSON(WS-BR-IDX))
                   TO SESSION-RECORD
           END-IF
           WRITE SESSION-RECORD.

      *> Put the parked branches back in the table. No .branches
      *> file means the work was never forked.
       LOAD-HANDOFF-BRANCHES.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-MAX
               MOVE 'N' TO WS-BR-USED(WS-BR-IDX)
           END-PERFORM
           MOVE 'main' TO WS-ACTIVE-BRANCH
           MOVE SPACES TO WS-SESSION-PATH
           STRING FUNCTION TRIM(WS-HO-BASE) ".branches"
               DELIMITED SIZE INTO WS-SESSION-PATH
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BR-SLOT
           MOVE 'N' TO WS-HO-EOF
           PERFORM UNTIL WS-HO-EOF = 'Y'
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-HO-EOF
                   NOT AT END
                       PERFORM TAKE-HANDOFF-BRANCH-RECORD
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE.

       TAKE-HANDOFF-BRANCH-RECORD.
           EVALUATE TRUE
               WHEN SESSION-RECORD(1:7) = 'ACTIVE:'
                   MOVE SESSION-RECORD(8:50) TO WS-ACTIVE-BRANCH
               WHEN SESSION-RECORD(1:7) = 'BRANCH:'
                   MOVE 0 TO WS-BR-SLOT
                   PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                           UNTIL WS-BR-IDX > WS-BR-MAX
                       IF WS-BR-USED(WS-BR-IDX) = 'N'
                           MOVE WS-BR-IDX TO WS-BR-SLOT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-BR-SLOT > 0
                       MOVE 'Y' TO WS-BR-USED(WS-BR-SLOT)
                       MOVE SPACES TO WS-BR-NAME(WS-BR-SLOT)
                           WS-HO-BR-COUNT
                       UNSTRING SESSION-RECORD(8:60) DELIMITED BY '|'
                           INTO WS-BR-NAME(WS-BR-SLOT) WS-HO-BR-COUNT
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-HO-BR-COUNT)
                           TO WS-BR-COUNT(WS-BR-SLOT)
                       MOVE '[]' TO WS-BR-JSON(WS-BR-SLOT)
                   END-IF
               WHEN WS-BR-SLOT = 0
                   CONTINUE
               WHEN SESSION-RECORD(1:8) = 'CBLDENC:'
                   COMPUTE WS-CR-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(SESSION-RECORD)) - 8
                   MOVE SESSION-RECORD(9:WS-CR-LEN) TO WS-CR-BUF
                   MOVE 'D' TO WS-CR-ACTION
                   CALL "CRYPT-CODEC" USING
                       WS-CR-ACTION WS-ENV-PROFILE WS-CR-BUF WS-CR-LEN
                       WS-CR-STATUS
                   IF WS-CR-STATUS = 'Y' AND WS-CR-BUF(1:1) = '['
                       MOVE SPACES TO WS-BR-JSON(WS-BR-SLOT)
                       MOVE WS-CR-BUF(1:WS-CR-LEN)
                           TO WS-BR-JSON(WS-BR-SLOT)
                   ELSE
                       DISPLAY DIM "warning: branch '"
                           FUNCTION TRIM(WS-BR-NAME(WS-BR-SLOT))
                           "' does not decrypt with the current"
                           " key -- dropped" CLR
                       MOVE 'N' TO WS-BR-USED(WS-BR-SLOT)
                   END-IF
                   MOVE 0 TO WS-BR-SLOT
               WHEN OTHER
                   MOVE SESSION-RECORD TO WS-BR-JSON(WS-BR-SLOT)
                   MOVE 0 TO WS-BR-SLOT
           END-EVALUATE.

      *> /note add <text> -- put one shop fact into the notes store
      *> /note list       -- show the store
       CMD-NOTE.
                       " | confirm on|off]" CLR
           END-EVALUATE.

      *> /override [n] -- keep calling past the monthly budget figure
      *> for the rest of this session. Not one operator's decision: a
      *> supervisor approves it through DUAL-AUTH, here and now or
      *> against the pending request n, and the audit trail records
      *> both names.
       CMD-OVERRIDE.
           IF WS-BUDGET-OVERRIDE = 'Y'
               DISPLAY DIM "budget cap already overridden for this"
                   " session" CLR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DA-APPROVAL
           IF WS-INPUT-TRIM(1:10) = '/override '
               MOVE FUNCTION TRIM(WS-INPUT-TRIM(11:)) TO WS-DA-APPROVAL
           END-IF
           CALL "DUAL-AUTH" USING WS-DA-MODE WS-DA-ACTION
               WS-OPERATOR WS-DA-DETAIL WS-DA-APPROVAL
               WS-DA-RESULT WS-DA-APPROVER
           EVALUATE WS-DA-RESULT
               WHEN 'Y'
                   MOVE 'Y' TO WS-BUDGET-OVERRIDE
                   MOVE SPACES TO WS-MSG-CONTENT
                   STRING
                       'budget cap overridden for this session by '
                                                     DELIMITED SIZE
                       FUNCTION TRIM(WS-OPERATOR)    DELIMITED SIZE
                       ', approved by '              DELIMITED SIZE
                       FUNCTION TRIM(WS-DA-APPROVER) DELIMITED SIZE
                       ' (approval '                 DELIMITED SIZE
                       FUNCTION TRIM(WS-DA-APPROVAL) DELIMITED SIZE
                       ')'                           DELIMITED SIZE
                       INTO WS-MSG-CONTENT
                   MOVE 'system' TO WS-MSG-ROLE
                   CALL "AUDIT-LOG" USING WS-MSG-ROLE WS-MSG-CONTENT
                       WS-OPERATOR
                   DISPLAY DIM "budget cap overridden for this session"
                       CLR
               WHEN 'P'
                   DISPLAY DIM "budget cap still in force -- once a"
                       " supervisor approves, /override "
                       FUNCTION TRIM(WS-DA-APPROVAL) CLR
               WHEN OTHER
                   DISPLAY RED "budget cap still in force -- override"
                       " not approved" CLR
           END-EVALUATE.

      *> /help -- list the slash commands MAIN-PARA understands.
       CMD-HELP.
               " back into the conversation" CLR
           DISPLAY "  /search <text>     find text in saved sessions"
               " and the audit trail" CLR
           DISPLAY "    --date d[:d]     ahead of the text, only audit"
               " records stamped that day or range" CLR
           DISPLAY "    --operator <id>  ahead of the text, only that"
               " operator's audit records" CLR
           DISPLAY "  /report <spec>     print a control-break report"
               " from a report-spec file" CLR
           DISPLAY "  /decode <lay> <f>  decode a fixed-width record"
               " field by field via a layout" CLR
           DISPLAY "  /lookup <n> <key>  keyed read or browse against"
               " a registered indexed file" CLR
           DISPLAY "  /override [n]      keep calling past the monthly"
               " budget cap, with a supervisor's approval" CLR
           DISPLAY "  /history           list this session's inputs by"
               " number" CLR
           DISPLAY "  /redo [n]          resubmit input n (most recent"
               " when omitted)" CLR
           DISPLAY "  /ack [n]           acknowledge broadcast n (every"
               " one in force when omitted)" CLR
           DISPLAY "  /broadcasts        show the broadcast messages"
               " in force for you" CLR
           DISPLAY "  /stats             this session's turns, tokens,"
               " tool calls, and elapsed time" CLR
           DISPLAY "  /tools             list, enable/disable, or"
               " confirm-gate the tools" CLR
           DISPLAY "  /fork <name>       branch the conversation;"
               " /switch <name>, /branches" CLR
           DISPLAY "  /handoff <op> <n>  park the session for the"
               " next shift's operator, with a note" CLR
           DISPLAY "  /pickup [id]       take over a handoff left for"
               " you; bare, list them" CLR
           DISPLAY "  /cache [flush]     show answer-cache hit/miss"
               " counts, or empty it" CLR
           DISPLAY "  /note add <text>   record a shop fact the model"
               " and rollup; /context lists" CLR
           DISPLAY "  /form              fill a templates/ prompt"
               " template field by field and send" CLR
           DISPLAY "  /play <pb> [input] run a playbooks/ prompt"
               " chain step by step; bare, list them" CLR
           DISPLAY "  ```                enter multi-line input, end"
               " with a lone ``` line" CLR
           DISPLAY "  /q                 quit" CLR
