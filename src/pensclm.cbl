      * - GEO-FACTOR-FILE: Stores geographic risk adjustment factors   *
      * - CLAIM-REPORT: Output report file for claim calculations      *
      * - INPUT-FILE: Input file containing claim records              *
      * - OCCURRENCE-FILE: Catastrophe occurrences and their claims    *
      * - OCCURRENCE-LINK-FILE: The occurrence each claim belongs to   *
      *----------------------------------------------------------------*
      * The per-run files are assigned through data-names rather than
      * fixed paths so a partitioned run (PENSPART set to the id
      * PENSSPLT gave the partition, e.g. P01) works its own copies --
      * INPUT_P01.txt, CHECKPOINT_P01.txt and so on -- while the other
      * partitions run alongside it. With PENSPART unset every name is
      * the single-run file it always was. PENSMRG puts the
      * partitions' hand-offs back together once all have completed.
      * The keyed masters a claim updates -- claims, liability
      * summaries, diary, approvals and occurrences -- are shared by
      * every partition, so they are opened shared with automatic
      * record locking: a record read for update is held until it is
      * rewritten or released, and a partition that finds it held
      * waits for it (290-CHECK-LOCK-STATUS) instead of overwriting
      * another partition's update.
           SELECT INPUT-FILE ASSIGN USING WS-INPUT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-STATUS.
           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-CLAIM-STATUS.
           
           SELECT INDUSTRY-RISK-FILE ASSIGN TO "data/INDFILE"
      * formats the claim report, register, extract and payment
      * schedule from this file alone, so reprints and extract
      * re-cuts never recalculate or touch the claim master.
           SELECT CALC-RESULT-FILE ASSIGN USING WS-CALC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALC-STATUS.

           SELECT EXCEPTION-FILE ASSIGN USING WS-EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT REJECTED-CLAIMS-FILE
               ASSIGN USING WS-REJECTED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECTED-STATUS.

      * VARIANCE-FILE: One line per claim whose submitted CLAIM-AMOUNT
      * diverges from the calculated pension by more than the
      * configured threshold, for an adjuster to review before payment.
           SELECT VARIANCE-FILE ASSIGN USING WS-VARIANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VARIANCE-STATUS.

      * REJECT-FILE: Field-level edit failures caught before any
      * calculation is attempted (bad DISABILITY-PCT, JOB-RISK-LEVEL,
      * ANNUAL-SALARY), naming the specific field and the reason.
           SELECT REJECT-FILE ASSIGN USING WS-REJECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-FILE-STATUS.

      * so a restart after an abend can skip everything already done
      * instead of starting over from claim one. Reset to empty when a
      * run reaches end of file normally.
           SELECT CHECKPOINT-FILE ASSIGN USING WS-CHECKPOINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECKPOINT-STATUS.

      * end, a completion record for the cycle it consumed, and
      * refuses to run while its predecessor's completion for the
      * cycle is missing. This program heads the chain, so it only
      * registers. A partition registers under its own id; PENSMRG
      * registers PENSCLM once every partition has completed.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'data/RUNCTL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIAB-KEY
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-LIABSUM-STATUS.


      * CONTROL-TOTALS-FILE: One control-total record per run,
      * extended run after run, for the month-end cross-program
      * balancing run (BALRPT) to tie the chain's legs together.
           SELECT CONTROL-TOTALS-FILE ASSIGN USING WS-CTLTOT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTLTOT-STATUS.

      * the reference data, kept here for the claim master so "what
      * did this claim look like before last Tuesday's run" has an
      * answer. Every program that rewrites CLMFILE appends to it.
           SELECT CLAIM-HISTORY-FILE ASSIGN USING WS-CLMHIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMHIST-STATUS.

      * per claim processed, back to the intake system that built the
      * input file -- one claim in, one acknowledgment out, instead
      * of intake reconciling five output files in five formats.
           SELECT ACKNOWLEDGMENT-FILE ASSIGN USING WS-ACK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

      * (the scheduler swaps it in after a clean run) and claims that
      * keep failing past the attempt limit age out to their own
      * report for manual handling.
           SELECT SUSPENSE-IN-FILE ASSIGN USING WS-SUSP-IN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-IN-STATUS.

           SELECT SUSPENSE-OUT-FILE ASSIGN USING WS-SUSP-OUT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-OUT-STATUS.

           SELECT SUSPENSE-AGED-FILE ASSIGN USING WS-SUSP-AGED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-AGED-STATUS.

           RECORD KEY IS WAGE-KEY OF WAGE-RECORD
           FILE STATUS IS WS-WAGE-STATUS.

      * POLICY-VERSION-FILE: The dated sets of terms the endorsement
      * run (ENDTMNT) files per policy, keyed by policy, effective
      * date and sequence. The version in force on the accident date
      * prices the claim in place of POLFILE's latest terms.
           SELECT POLICY-VERSION-FILE ASSIGN TO "data/POLVERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-KEY OF POLICY-VERSION-RECORD
           FILE STATUS IS WS-POLVERS-STATUS.

      * OFFSET-FILE: Optional keyed offsets input, one line per other
      * income source a claimant receives: CLAIM-ID,TYPE,MONTHLY-AMT.
      * Types: SS social security disability, UE unemployment,
           RECORD KEY IS DEP-KEY OF DEPENDENT-RECORD
           FILE STATUS IS WS-DEPENDENT-STATUS.

      * ADJUSTER-FILE: The adjuster master -- regions and claim types
      * each adjuster handles and the open-claim capacity new claims
      * are balanced against. Loaded into a table at startup; a shop
      * not yet on the adjuster master writes claims unassigned.
           SELECT ADJUSTER-FILE ASSIGN TO "data/ADJFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADJ-ID
           FILE STATUS IS WS-ADJUSTER-STATUS.

      * DIARY-FILE: The claim diary. A temporary claim written with a
      * review date gets a follow-up item due on that date, so the
      * review reaches the adjuster's daily diary instead of sitting
      * unseen on the claim record.
           SELECT DIARY-FILE ASSIGN TO "data/DIARYFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DIARY-KEY
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-DIARY-STATUS.

      * APPROVAL-FILE: Awards held for sign-off. An award past the
      * entry authority tier is written here pending approval and
      * goes to the report step flagged, so no payment schedule is
      * built until an approver with enough authority releases it.
           SELECT APPROVAL-FILE ASSIGN TO "data/APPRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APPR-CLAIM-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-APPROVAL-STATUS.

      * OCCURRENCE-FILE: One record per event (a plant explosion, a
      * site collapse) that injured several workers at once, with the
      * claims it gave rise to. A claim submitted with an occurrence
      * code is listed here so the catastrophe cover can be recovered
      * on the event as a whole.
           SELECT OCCURRENCE-FILE ASSIGN TO "data/OCCFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OCC-CODE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-OCCURRENCE-STATUS.

      * OCCURRENCE-LINK-FILE: The occurrence each coded claim is
      * listed under, keyed by claim, so a claim recoded on a later
      * submission is taken off the old event's list.
           SELECT OCCURRENCE-LINK-FILE ASSIGN TO "data/OCCLINK"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OCL-CLAIM-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-OCCLINK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
          05 GEO-REGION-CODE        PIC X(3).
          05 FILLER                 PIC X VALUE ','.
          05 CLAIMANT-ID            PIC X(8).
          05 FILLER                 PIC X VALUE ','.
          05 OCCURRENCE-CODE        PIC X(10).

       FD POLICY-FILE.
       01 POLICY-RECORD.
          05 GEO-REGION-CODE       PIC X(3).
          05 EMR-VALUE             PIC 9V999.
          05 SAFETY-PROG-RATING    PIC 9(1).
          05 PAYROLL-CLASS-ENTRY OCCURS 4 TIMES.
             10 PAYROLL-CLASS-CODE PIC X(4).
             10 EST-ANNUAL-PAYROLL PIC 9(9)V99.
             10 RATE-PER-100       PIC 9(2)V9999.
          05 PREM-AUDIT-STATUS     PIC X(1).
          05 PREM-AUDIT-DATE       PIC 9(8).
          05 AUDITED-PREMIUM       PIC 9(8)V99.
          05 AUDIT-SURCHARGE       PIC 9(7)V99.
          05 LAST-BILLED-PERIOD    PIC 9(6).
          05 TERM-PREMIUM-BILLED   PIC 9(8)V99.
          05 PER-CLAIM-DEDUCTIBLE  PIC 9(7)V99.
          05 AGG-DEDUCTIBLE-CAP    PIC 9(9)V99.
          05 FILLER                PIC X(14).
       
       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIMANT-ID           PIC X(8).
          05 DISABILITY-PCT        PIC 9(3).
          05 TOTAL-ACCIDENT-COSTS  PIC 9(8)V99.
          05 ADJUSTER-ID           PIC X(04).

       FD INDUSTRY-RISK-FILE.
       01 INDUSTRY-RISK-RECORD.
          05 CC-SURVIVOR-PCT       PIC 9(3)V99.
          05 CC-WAGE-BASIS-SW      PIC X(1).
          05 CC-DERIVED-AWW        PIC 9(5)V99.
          05 CC-APPROVAL-HOLD-SW   PIC X(1).
       01 CALC-DEP-RECORD REDEFINES CALC-RESULT-RECORD.
          05 FILLER                PIC X(1).
          05 CD-CLAIM-ID           PIC X(12).
       01 RUN-CONTROL-LINE            PIC X(50).

       FD ACKNOWLEDGMENT-FILE.
       01 ACKNOWLEDGMENT-LINE         PIC X(140).

       FD LIABILITY-SUMMARY-FILE.
       01 LIABILITY-RECORD.
             10 WAGE-PERIOD           PIC 9(6).
          05 WAGE-PERIOD-EARNINGS     PIC 9(7)V99.

       FD POLICY-VERSION-FILE.
       01 POLICY-VERSION-RECORD.
          05 PV-KEY.
             10 PV-POLICY-NUMBER      PIC X(10).
             10 PV-EFF-DATE           PIC 9(8).
             10 PV-SEQ                PIC 9(2).
          05 PV-ENDT-TYPE             PIC X(1).
          05 PV-ENTRY-DATE            PIC 9(8).
          05 PV-POLICY-STATUS         PIC X(1).
          05 PV-END-DATE              PIC 9(8).
          05 PV-MONTHLY-PREMIUM       PIC 9(6)V99.
          05 PV-COVERAGE-AMOUNT       PIC 9(8)V99.
          05 PV-INDUSTRY-CODE         PIC X(4).
          05 PV-GEO-REGION-CODE       PIC X(3).
          05 PV-EMR-VALUE             PIC 9V999.
          05 PV-SAFETY-PROG-RATING    PIC 9(1).
          05 PV-PRORATA-DAYS          PIC S9(5).
          05 PV-PREMIUM-EFFECT        PIC 9(8)V99.
          05 PV-EFFECT-TYPE           PIC X(1).
          05 FILLER                   PIC X(20).

       FD ADJUSTER-FILE.
       01 ADJUSTER-RECORD.
          05 ADJ-ID                   PIC X(4).
          05 ADJ-NAME                 PIC X(30).
          05 ADJ-REGIONS              PIC X(15).
          05 ADJ-CLAIM-TYPES          PIC X(10).
          05 ADJ-AUTHORITY-LEVEL      PIC 9(1).
          05 ADJ-CAPACITY             PIC 9(4).
          05 ADJ-STATUS               PIC X(1).

       FD DIARY-FILE.
       01 DIARY-RECORD.
          05 DIARY-KEY.
             10 DIARY-CLAIM-ID        PIC X(12).
             10 DIARY-TYPE            PIC X(2).
             10 DIARY-DUE-DATE        PIC 9(8).
          05 DIARY-STATUS             PIC X(1).
          05 DIARY-NOTE               PIC X(60).
          05 DIARY-CREATED-DATE       PIC 9(8).
          05 DIARY-CREATED-BY         PIC X(8).
          05 DIARY-CLOSED-DATE        PIC 9(8).
          05 DIARY-ORIG-DUE-DATE      PIC 9(8).
          05 DIARY-POSTPONE-COUNT     PIC 9(2).
          05 FILLER                   PIC X(13).

      * One record per award that needed sign-off. Status P pending,
      * R released (approved, schedule not yet built), S scheduled,
      * N no longer required (a recalculation brought it back within
      * the entry tier). Tier 5 is past the top tier and needs two
      * different approvers.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
          05 APPR-CLAIM-ID            PIC X(12).
          05 APPR-STATUS              PIC X(1).
          05 APPR-REQUIRED-TIER       PIC 9(1).
          05 APPR-APPROVALS-NEEDED    PIC 9(1).
          05 APPR-PRESENT-VALUE       PIC 9(8)V99.
          05 APPR-SETTLEMENT-AMOUNT   PIC 9(8)V99.
          05 APPR-RETRO-ESTIMATE      PIC 9(8)V99.
          05 APPR-HELD-DATE           PIC 9(8).
          05 APPR-ADJUSTER-ID         PIC X(4).
          05 APPR-APPROVER-1          PIC X(4).
          05 APPR-APPROVED-DATE-1     PIC 9(8).
          05 APPR-APPROVER-2          PIC X(4).
          05 APPR-APPROVED-DATE-2     PIC 9(8).
          05 APPR-RELEASED-DATE       PIC 9(8).
          05 APPR-SCHEDULED-DATE      PIC 9(8).
          05 FILLER                   PIC X(3).

      * One record per occurrence. The event date and description are
      * kept up by OCCMNT; a code first seen on a claim opens the
      * event dated from that claim's accident. The LAST fields hold
      * what REINCEDE reported on the event at its latest run.
       FD OCCURRENCE-FILE.
       01 OCCURRENCE-RECORD.
          05 OCC-CODE                 PIC X(10).
          05 OCC-EVENT-DATE           PIC 9(8).
          05 OCC-DESCRIPTION          PIC X(40).
          05 OCC-OPENED-DATE          PIC 9(8).
          05 OCC-CLAIM-COUNT          PIC 9(3).
          05 OCC-CLAIM-ID             PIC X(12) OCCURS 100 TIMES.
          05 OCC-LAST-RUN-DATE        PIC 9(8).
          05 OCC-LAST-INCURRED        PIC 9(11)V99.
          05 OCC-LAST-RECOVERY        PIC 9(11)V99.
          05 FILLER                   PIC X(18).

       FD OCCURRENCE-LINK-FILE.
       01 OCCURRENCE-LINK-RECORD.
          05 OCL-CLAIM-ID             PIC X(12).
          05 OCL-OCCURRENCE-CODE      PIC X(10).
          05 OCL-LINKED-DATE          PIC 9(8).
          05 FILLER                   PIC X(10).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES:                                     *
          05 WS-RUNDATE-STATUS     PIC X(2).
          05 WS-CLMHIST-STATUS     PIC X(2).
          05 WS-WAGE-STATUS        PIC X(2).
          05 WS-POLVERS-STATUS     PIC X(2).
          05 WS-RUNCTL-STATUS      PIC X(2).
          05 WS-LIABSUM-STATUS     PIC X(2).
          05 WS-CTLTOT-STATUS PIC X(2).
          05 WS-ADJUSTER-STATUS    PIC X(2).
          05 WS-DIARY-STATUS       PIC X(2).
          05 WS-APPROVAL-STATUS    PIC X(2).
          05 WS-OCCURRENCE-STATUS  PIC X(2).
          05 WS-OCCLINK-STATUS     PIC X(2).

       01 WS-SWITCHES.
          05 END-OF-FILE-SW        PIC X(1) VALUE 'N'.
          05 WS-REJ-FIELD-NAME     PIC X(20).
          05 WS-REJ-REASON-TEXT    PIC X(40).

      *----------------------------------------------------------------*
      * WS-LOCK-FIELDS: Record-lock handling on the shared masters.    *
      * Each keyed read, write or rewrite on a master another          *
      * partition may be updating is retried while the record is held  *
      * (status 51), up to WS-LOCK-TRY-LIMIT tries, and an add that    *
      * loses the race for a new key (status 22) is re-read and        *
      * applied as an update where RETRY-ON-DUPLICATE is set.          *
      *----------------------------------------------------------------*
       01 WS-LOCK-FIELDS.
          05 WS-LOCK-STATUS        PIC X(2).
             88 LOCK-RECORD-LOCKED VALUE '51'.
             88 LOCK-KEY-RACED     VALUE '22'.
          05 WS-LOCK-RETRY-SW      PIC X(1) VALUE 'N'.
             88 LOCK-RETRY-NEEDED  VALUE 'Y'.
          05 WS-LOCK-RACE-SW       PIC X(1) VALUE 'N'.
             88 RETRY-ON-DUPLICATE VALUE 'Y'.
          05 WS-LOCK-FAILED-SW     PIC X(1) VALUE 'N'.
             88 LOCK-IO-FAILED     VALUE 'Y'.
          05 WS-LOCK-FILE-NAME     PIC X(12).
          05 WS-LOCK-TRIES         PIC 9(5) COMP VALUE ZERO.
          05 WS-LOCK-TRY-LIMIT     PIC 9(5) COMP VALUE 10000.
          05 WS-LOCK-WAITS         PIC 9(7) COMP VALUE ZERO.
          05 WS-LOCK-FAILURES      PIC 9(7) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * WS-CHECKPOINT-FIELDS: Used by 200-PROCESS-CLAIM's checkpoint/  *
      * restart logic to periodically record the last CLAIM-ID fully  *
             88 HIGH-RISK          VALUE 3.
             88 VERY-HIGH-RISK     VALUE 4.
          05 WS-CLAIMANT-ID        PIC X(8).
          05 WS-OCCURRENCE-CODE    PIC X(10).
          
       01 WS-ACCIDENT-DETAILS.
          05 WS-ACC-DATE           PIC 9(8).
       01 WS-CYCLE-NUMBER           PIC 9(6) VALUE ZERO.


      *----------------------------------------------------------------*
      * WS-PARTITION-FIELDS: Set by 101-ESTABLISH-PARTITION. A run     *
      * with PENSPART set is one partition of the cycle PENSSPLT       *
      * opened: it works its own per-run files, consumes the cycle     *
      * number rather than stepping it, and registers on RUNCTL under  *
      * its own program id (PENS + partition id), leaving the PENSCLM  *
      * completion and control-total record to PENSMRG.                *
      *----------------------------------------------------------------*
       01 WS-PARTITION-FIELDS.
          05 WS-PARTITION-ID          PIC X(03) VALUE SPACES.
          05 WS-PARTITION-SW          PIC X(01) VALUE 'N'.
             88 PARTITIONED-RUN                 VALUE 'Y'.
          05 WS-RC-PGM-ID             PIC X(08) VALUE 'PENSCLM '.
          05 WS-PART-BASE-NAME        PIC X(12).
          05 WS-PART-FILE-NAME        PIC X(40).
          05 WS-RC-EOF-SW             PIC X(01) VALUE 'N'.
             88 RC-END-OF-FILE                  VALUE 'Y'.
          05 WS-RC-SPLIT-CYCLE        PIC X(06) VALUE SPACES.
          05 WS-RC-SPLIT-STAT         PIC X(01) VALUE SPACE.
          05 WS-CYCLE-NUMBER-X        PIC X(06).

      * The per-run file names, single-run names by default.
       01 WS-RUN-FILE-NAMES.
          05 WS-INPUT-FILE-NAME       PIC X(40)
                                      VALUE 'data/INPUT.txt'.
          05 WS-CALC-FILE-NAME        PIC X(40)
                                      VALUE 'data/CALCRSLT.txt'.
          05 WS-EXCEPTION-FILE-NAME   PIC X(40)
                                      VALUE 'data/EXCEPTIONS.txt'.
          05 WS-REJECTED-FILE-NAME    PIC X(40)
                                      VALUE 'data/REJECTED.txt'.
          05 WS-VARIANCE-FILE-NAME    PIC X(40)
                                      VALUE 'data/VARIANCE.txt'.
          05 WS-REJECT-FILE-NAME      PIC X(40)
                                      VALUE 'data/REJECTS.txt'.
          05 WS-CHECKPOINT-FILE-NAME  PIC X(40)
                                      VALUE 'data/CHECKPOINT.txt'.
          05 WS-CTLTOT-FILE-NAME      PIC X(40)
                                      VALUE 'data/CTLTOTS.txt'.
          05 WS-CLMHIST-FILE-NAME     PIC X(40)
                                      VALUE 'data/CLMHIST.txt'.
          05 WS-ACK-FILE-NAME         PIC X(40)
                                      VALUE 'data/ACKNOWLEDGE.txt'.
          05 WS-SUSP-IN-FILE-NAME     PIC X(40)
                                      VALUE 'data/SUSPENSE.txt'.
          05 WS-SUSP-OUT-FILE-NAME    PIC X(40)
                                      VALUE 'data/SUSPENSE_NEW.txt'.
          05 WS-SUSP-AGED-FILE-NAME   PIC X(40)
                                      VALUE 'data/SUSPAGED.txt'.

      * Staging fields for this run's control-total record.
       01 WS-CTL-FIELDS.
          05 WS-CTL-C1             PIC 9(7).
      * with no wage history keeps the submitted salary, the way      *
      * every run priced claims before the wage file existed.          *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * WS-POLICY-VERSION-FIELDS: Drives 221-APPLY-POLICY-VERSION. A   *
      * policy never endorsed has no versions and prices on POLFILE's  *
      * terms as it always did.                                        *
      *----------------------------------------------------------------*
       01 WS-POLICY-VERSION-FIELDS.
          05 WS-POLVERS-AVAIL-SW   PIC X(01) VALUE 'N'.
             88 POLICY-VERSIONS-AVAILABLE    VALUE 'Y'.
          05 WS-POLVERS-EOF-SW     PIC X(01) VALUE 'N'.
             88 POLVERS-END-OF-POLICY        VALUE 'Y'.

       01 WS-WAGE-FIELDS.
          05 WS-WAGE-AVAIL-SW      PIC X(01) VALUE 'N'.
             88 WAGE-HISTORY-AVAILABLE       VALUE 'Y'.
          05 WS-LS-MONTHLY         PIC 9(7)V99.
          05 WS-LS-DISAB           PIC 9(3).

      *----------------------------------------------------------------*
      * WS-ADJUSTER-FIELDS: The adjuster master as a table, with each  *
      * adjuster's open caseload counted off the claim master at       *
      * startup and stepped as this run assigns new claims. A new      *
      * claim goes to the active adjuster handling its region and      *
      * claim type with the lightest caseload under capacity; when     *
      * every eligible adjuster is at capacity the lightest is still  *
      * used and the overload is flagged for the supervisors.          *
      *----------------------------------------------------------------*
       01 WS-ADJUSTER-FIELDS.
          05 WS-ADJ-AVAIL-SW       PIC X(01) VALUE 'N'.
             88 ADJUSTER-MASTER-AVAILABLE    VALUE 'Y'.
          05 WS-ADJ-EOF-SW         PIC X(01) VALUE 'N'.
             88 ADJ-END-OF-FILE              VALUE 'Y'.
          05 WS-ADJ-SCAN-EOF-SW    PIC X(01) VALUE 'N'.
             88 ADJ-SCAN-END-OF-FILE         VALUE 'Y'.
          05 WS-ADJ-MATCH-SW       PIC X(01) VALUE 'N'.
             88 ADJ-HANDLES-CLAIM            VALUE 'Y'.
          05 WS-ADJ-COUNT          PIC 9(4) COMP VALUE ZERO.
          05 WS-ADJ-SUB            PIC 9(4) COMP.
          05 WS-ADJ-BEST-SUB       PIC 9(4) COMP.
          05 WS-ADJ-CODE-SUB       PIC 9(2) COMP.
          05 WS-ASSIGNED-ADJUSTER  PIC X(4).
          05 WS-PRIOR-ADJUSTER     PIC X(4).
          05 WS-ADJ-ASSIGNED       PIC 9(7) COMP VALUE ZERO.
          05 WS-ADJ-UNASSIGNED     PIC 9(7) COMP VALUE ZERO.
          05 WS-ADJ-OVER-CAPACITY  PIC 9(7) COMP VALUE ZERO.

      * WS-DIARY-FIELDS: Review-date follow-ups raised on the claim
      * diary this run
       01 WS-DIARY-FIELDS.
          05 WS-DIARY-AVAIL-SW     PIC X(01) VALUE 'N'.
             88 DIARY-FILE-AVAILABLE         VALUE 'Y'.
          05 WS-DIARY-ITEMS-RAISED PIC 9(7) COMP VALUE ZERO.

      * WS-OCCURRENCE-FIELDS: Claims coded to a catastrophe occurrence
      * this run, and the events first opened by them
       01 WS-OCCURRENCE-FIELDS.
          05 WS-OCC-AVAIL-SW       PIC X(01) VALUE 'N'.
             88 OCCURRENCE-FILES-AVAILABLE   VALUE 'Y'.
          05 WS-OCC-NEW-SW         PIC X(01) VALUE 'N'.
             88 OCCURRENCE-IS-NEW            VALUE 'Y'.
          05 WS-OCC-LISTED-SW      PIC X(01) VALUE 'N'.
             88 OCC-CLAIM-LISTED             VALUE 'Y'.
          05 WS-OCC-ADDED-SW       PIC X(01) VALUE 'N'.
             88 OCC-CLAIM-ADDED              VALUE 'Y'.
          05 WS-OCC-PRIOR-FOUND-SW PIC X(01) VALUE 'N'.
             88 OCC-PRIOR-LISTED             VALUE 'Y'.
          05 WS-OCL-FOUND-SW       PIC X(01) VALUE 'N'.
             88 OCC-LINK-ON-FILE             VALUE 'Y'.
          05 WS-OCC-PRIOR-CODE     PIC X(10).
          05 WS-OCC-SUB            PIC 9(3) COMP.
          05 WS-OCC-MAX-CLAIMS     PIC 9(3) COMP VALUE 100.
          05 WS-OCC-CLAIMS-CODED   PIC 9(7) COMP VALUE ZERO.
          05 WS-OCC-EVENTS-OPENED  PIC 9(7) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * WS-AUTHORITY-TIERS: Award authority limits, one row per tier, *
      * present value first and the largest single lump sum second    *
      * (the settlement, or the retro months already due at this run).*
      * Tier 1 is the entry tier and pays without sign-off; an award  *
      * past tier 4 needs two different tier-4 approvers.             *
      *----------------------------------------------------------------*
       01 WS-AUTHORITY-TIER-VALUES.
          05 FILLER                PIC X(20)
                                   VALUE '00100000000002500000'.
          05 FILLER                PIC X(20)
                                   VALUE '00250000000007500000'.
          05 FILLER                PIC X(20)
                                   VALUE '00500000000015000000'.
          05 FILLER                PIC X(20)
                                   VALUE '01000000000030000000'.
       01 WS-AUTHORITY-TIERS REDEFINES WS-AUTHORITY-TIER-VALUES.
          05 WS-AUTH-TIER OCCURS 4 TIMES.
             10 WS-AUTH-PV-LIMIT   PIC 9(8)V99.
             10 WS-AUTH-LUMP-LIMIT PIC 9(8)V99.

       01 WS-AUTHORITY-FIELDS.
          05 WS-AUTH-SUB           PIC 9(2) COMP.
          05 WS-AUTH-TOP-TIER      PIC 9(1) VALUE 4.
          05 WS-AUTH-REQUIRED-TIER PIC 9(1).
          05 WS-AUTH-LUMP-SUM      PIC 9(8)V99.
          05 WS-AUTH-RETRO-MONTHS  PIC S9(5) COMP.
          05 WS-AUTH-RETRO-ESTIMATE PIC 9(8)V99.
          05 WS-AUTH-ACC-DATE      PIC 9(8).
          05 WS-AUTH-ACC-PARTS REDEFINES WS-AUTH-ACC-DATE.
             10 WS-AUTH-ACC-CCYY   PIC 9(4).
             10 WS-AUTH-ACC-MM     PIC 9(2).
             10 WS-AUTH-ACC-DD     PIC 9(2).
          05 WS-APPR-FOUND-SW      PIC X(01) VALUE 'N'.
             88 APPROVAL-ON-FILE             VALUE 'Y'.
          05 WS-AWARD-HOLD-SW      PIC X(01) VALUE 'N'.
             88 AWARD-HELD-FOR-APPROVAL      VALUE 'Y'.
          05 WS-AWARDS-HELD        PIC 9(7) COMP VALUE ZERO.
       01 WS-ADJUSTER-TABLE.
          05 WS-ADJ-ENTRY OCCURS 200 TIMES INDEXED BY WS-ADJ-IDX.
             10 WS-AT-ID           PIC X(4).
             10 WS-AT-REGIONS      PIC X(15).
             10 WS-AT-REGION REDEFINES WS-AT-REGIONS
                                   PIC X(3) OCCURS 5 TIMES.
             10 WS-AT-CLAIM-TYPES  PIC X(10).
             10 WS-AT-CLAIM-TYPE REDEFINES WS-AT-CLAIM-TYPES
                                   PIC X(2) OCCURS 5 TIMES.
             10 WS-AT-CAPACITY     PIC 9(4).
             10 WS-AT-STATUS       PIC X(1).
             10 WS-AT-OPEN-CLAIMS  PIC 9(5) COMP.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
               CLOSE RUN-DATE-FILE
           END-IF.

      * A partitioned run names its own per-run files before any of
      * them is opened
           PERFORM 101-ESTABLISH-PARTITION.

           OPEN INPUT POLICY-FILE
                      INDUSTRY-RISK-FILE
                      GEO-FACTOR-FILE

      * Try to open CLAIM-FILE for update (read the claim history
      * and write this run's results back to it)
           OPEN I-O SHARING WITH ALL OTHER CLAIM-FILE.
           IF WS-CLAIM-STATUS NOT = '00'
              DISPLAY 'CLAIM FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT CLAIM-FILE
              CLOSE CLAIM-FILE
              OPEN I-O SHARING WITH ALL OTHER CLAIM-FILE
           END-IF.

      * A first-ever run starts the liability summaries empty; a
      * shop with standing claim history must rebuild them first
           OPEN I-O SHARING WITH ALL OTHER LIABILITY-SUMMARY-FILE.
           IF WS-LIABSUM-STATUS NOT = '00'
              DISPLAY 'LIABILITY SUMMARY NOT FOUND, CREATING NEW '
                      'FILE - RUN LIABRBLD IF CLAIM HISTORY EXISTS'
              OPEN OUTPUT LIABILITY-SUMMARY-FILE
              CLOSE LIABILITY-SUMMARY-FILE
              OPEN I-O SHARING WITH ALL OTHER LIABILITY-SUMMARY-FILE
           END-IF.
           IF WS-LIABSUM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LIABILITY SUMMARY: '
              PERFORM 900-TERMINATION
           END-IF.

      * A first-ever run has no claim diary yet, so fall back to
      * creating it; if even that fails the run goes ahead without
      * raising review follow-ups
           OPEN I-O SHARING WITH ALL OTHER DIARY-FILE.
           IF WS-DIARY-STATUS NOT = '00'
              OPEN OUTPUT DIARY-FILE
              CLOSE DIARY-FILE
              OPEN I-O SHARING WITH ALL OTHER DIARY-FILE
           END-IF.
           IF WS-DIARY-STATUS = '00'
              SET DIARY-FILE-AVAILABLE TO TRUE
           ELSE
              DISPLAY 'CLAIM DIARY NOT AVAILABLE, NO REVIEW ITEMS '
                      'RAISED: ' WS-DIARY-STATUS
           END-IF.

      * A first-ever run has no approval file yet, so fall back to
      * creating it. Awards are never paid past the entry tier
      * without it, so a file that still will not open stops the run.
           OPEN I-O SHARING WITH ALL OTHER APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = '00'
              DISPLAY 'APPROVAL FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT APPROVAL-FILE
              CLOSE APPROVAL-FILE
              OPEN I-O SHARING WITH ALL OTHER APPROVAL-FILE
           END-IF.
           IF WS-APPROVAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVAL FILE: '
                      WS-APPROVAL-STATUS
              PERFORM 900-TERMINATION
           END-IF.

      * A first-ever run has no occurrence files yet, so fall back to
      * creating them; if even that fails the run goes ahead and the
      * occurrence codes can be back-coded through OCCMNT
           OPEN I-O SHARING WITH ALL OTHER OCCURRENCE-FILE.
           IF WS-OCCURRENCE-STATUS NOT = '00'
              OPEN OUTPUT OCCURRENCE-FILE
              CLOSE OCCURRENCE-FILE
              OPEN I-O SHARING WITH ALL OTHER OCCURRENCE-FILE
           END-IF.
           OPEN I-O SHARING WITH ALL OTHER OCCURRENCE-LINK-FILE.
           IF WS-OCCLINK-STATUS NOT = '00'
              OPEN OUTPUT OCCURRENCE-LINK-FILE
              CLOSE OCCURRENCE-LINK-FILE
              OPEN I-O SHARING WITH ALL OTHER OCCURRENCE-LINK-FILE
           END-IF.
           IF WS-OCCURRENCE-STATUS = '00'
              AND WS-OCCLINK-STATUS = '00'
              SET OCCURRENCE-FILES-AVAILABLE TO TRUE
           ELSE
              DISPLAY 'OCCURRENCE FILES NOT AVAILABLE, NO CLAIMS '
                      'CODED: ' WS-OCCURRENCE-STATUS ' '
                      WS-OCCLINK-STATUS
           END-IF.

      * A shop not yet carrying wage history prices every claim off
      * the submitted salary, the way every run did before
           OPEN INPUT WAGE-HISTORY-FILE.
                       'SALARIES STAND: ' WS-WAGE-STATUS
           END-IF.

      * A shop with no endorsements on file prices every claim on
      * POLFILE's current terms, the way every run did before
           OPEN INPUT POLICY-VERSION-FILE.
           IF WS-POLVERS-STATUS = '00'
               SET POLICY-VERSIONS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'POLICY VERSIONS NOT ON FILE, CURRENT '
                       'TERMS STAND: ' WS-POLVERS-STATUS
           END-IF.

      * The claim-history trail extends run after run; a first-ever
      * run has no file yet, so fall back to creating it.
           OPEN EXTEND CLAIM-HISTORY-FILE.
              PERFORM 900-TERMINATION
           END-IF.

      * Load the adjuster master and count every adjuster's standing
      * open caseload so new claims can be balanced across the desk.
           PERFORM 113-LOAD-ADJUSTER-TABLE.

       101-ESTABLISH-PARTITION.
      *----------------------------------------------------------------*
      * ESTABLISH PARTITION SECTION:                                   *
      * PENSPART names the partition this job is, as PENSSPLT wrote    *
      * it to PARTCTL.txt (P01-P99). Unset, this is the single full    *
      * run and nothing changes. Set, every per-run file is renamed    *
      * to the partition's own copy, so the partition's checkpoint,    *
      * suspense and rejects are its own and a failed partition is     *
      * rerun alone with the same PENSPART, picking up its own         *
      * checkpoint.                                                    *
      *----------------------------------------------------------------*
           ACCEPT WS-PARTITION-ID FROM ENVIRONMENT 'PENSPART'.
           IF WS-PARTITION-ID = SPACES
               CONTINUE
           ELSE
               IF WS-PARTITION-ID (1:1) NOT = 'P'
               OR WS-PARTITION-ID (2:2) NOT NUMERIC
                   DISPLAY 'INVALID PARTITION ID IN PENSPART: '
                           WS-PARTITION-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PARTITIONED-RUN TO TRUE
               MOVE SPACES TO WS-RC-PGM-ID
               STRING 'PENS' WS-PARTITION-ID DELIMITED BY SIZE
                   INTO WS-RC-PGM-ID
               END-STRING

               MOVE 'INPUT' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-INPUT-FILE-NAME
               MOVE 'CALCRSLT' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-CALC-FILE-NAME
               MOVE 'EXCEPTIONS' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-EXCEPTION-FILE-NAME
               MOVE 'REJECTED' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-REJECTED-FILE-NAME
               MOVE 'VARIANCE' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-VARIANCE-FILE-NAME
               MOVE 'REJECTS' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-REJECT-FILE-NAME
               MOVE 'CHECKPOINT' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-CHECKPOINT-FILE-NAME
               MOVE 'CTLTOTS' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-CTLTOT-FILE-NAME
               MOVE 'CLMHIST' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-CLMHIST-FILE-NAME
               MOVE 'ACKNOWLEDGE' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-ACK-FILE-NAME
               MOVE 'SUSPENSE' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-SUSP-IN-FILE-NAME
               MOVE 'SUSPENSE_NEW' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-SUSP-OUT-FILE-NAME
               MOVE 'SUSPAGED' TO WS-PART-BASE-NAME
               PERFORM 102-BUILD-PARTITION-NAME
               MOVE WS-PART-FILE-NAME TO WS-SUSP-AGED-FILE-NAME

               DISPLAY 'PARTITIONED RUN, PARTITION: '
                       WS-PARTITION-ID
           END-IF.

       102-BUILD-PARTITION-NAME.
      *----------------------------------------------------------------*
      * BUILD data/<BASE>_<PARTITION>.txt FOR ONE PER-RUN FILE         *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-PART-FILE-NAME.
           STRING 'data/'           DELIMITED BY SIZE
                  WS-PART-BASE-NAME DELIMITED BY SPACE
                  '_'               DELIMITED BY SIZE
                  WS-PARTITION-ID   DELIMITED BY SIZE
                  '.txt'            DELIMITED BY SIZE
               INTO WS-PART-FILE-NAME
           END-STRING.

       103-ESTABLISH-CYCLE-NUMBER.
      *----------------------------------------------------------------*
      * ESTABLISH CYCLE NUMBER SECTION:                                *
      * Read the last cycle number used, step it, and burn the new     *
      * number straight back so even an abended run never reuses a     *
      * cycle number. A missing file starts the sequence at one.       *
      * A partition consumes the cycle PENSSPLT already stepped for    *
      * the whole partitioned run -- every partition, and any rerun    *
      * of a failed one, carries the same cycle number.                *
      *----------------------------------------------------------------*
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS = '00'
               CLOSE CYCLE-FILE
           END-IF.

           IF PARTITIONED-RUN
               DISPLAY 'PARTITION CYCLE NUMBER: ' WS-CYCLE-NUMBER
               PERFORM 114-CHECK-SPLIT-COMPLETE
           ELSE
               ADD 1 TO WS-CYCLE-NUMBER
               OPEN OUTPUT CYCLE-FILE
               IF WS-CYCLE-STATUS = '00'
                   MOVE WS-CYCLE-NUMBER TO CYCLE-LINE
                   WRITE CYCLE-LINE
                   CLOSE CYCLE-FILE
               ELSE
                   DISPLAY 'UNABLE TO SAVE CYCLE NUMBER: '
                           WS-CYCLE-STATUS
               END-IF
               DISPLAY 'RUN CYCLE NUMBER: ' WS-CYCLE-NUMBER
           END-IF.

       114-CHECK-SPLIT-COMPLETE.
      *----------------------------------------------------------------*
      * PARTITION SEQUENCE GATE:                                       *
      * A partition's predecessor is the split. PENSSPLT's latest      *
      * run-control record must show it completed (STAT=C) the cycle   *
      * just read, or the partition's input may be half written and    *
      * the run is refused. A shop without the run-control master yet  *
      * runs unenforced.                                               *
      *----------------------------------------------------------------*
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUN CONTROL MASTER NOT ON FILE - SEQUENCE '
                       'NOT ENFORCED'
           ELSE
               PERFORM UNTIL RC-END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END
                           SET RC-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RUN-CONTROL-LINE (5:8) = 'PENSSPLT'
                               MOVE RUN-CONTROL-LINE (20:6)
                                    TO WS-RC-SPLIT-CYCLE
                               MOVE RUN-CONTROL-LINE (32:1)
                                    TO WS-RC-SPLIT-STAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               MOVE WS-CYCLE-NUMBER TO WS-CYCLE-NUMBER-X
               IF WS-RC-SPLIT-STAT NOT = 'C'
                  OR WS-RC-SPLIT-CYCLE NOT = WS-CYCLE-NUMBER-X
                   DISPLAY 'PREDECESSOR PENSSPLT HAS NOT COMPLETED '
                           'CYCLE ' WS-CYCLE-NUMBER ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 900-TERMINATION
               END-IF
           END-IF.

       111-REGISTER-RUN-START.
      *----------------------------------------------------------------*
           IF WS-RUNCTL-STATUS = '00'
               MOVE SPACES TO RUN-CONTROL-LINE
               MOVE 'PGM='          TO RUN-CONTROL-LINE (1:4)
               MOVE WS-RC-PGM-ID    TO RUN-CONTROL-LINE (5:8)
               MOVE ' CYCLE='       TO RUN-CONTROL-LINE (13:7)
               MOVE WS-CYCLE-NUMBER TO RUN-CONTROL-LINE (20:6)
               MOVE ' STAT='        TO RUN-CONTROL-LINE (26:6)
                   + WS-RECORDS-ROUTED.
           MOVE WS-TOTAL-LIABILITY   TO WS-CTL-A1.
           MOVE WS-TOTAL-COST-LIABILITY TO WS-CTL-A2.
      * A partition's own file holds just its latest run's totals for
      * PENSMRG to add into the one PENSCLM record for the cycle
           IF PARTITIONED-RUN
               OPEN OUTPUT CONTROL-TOTALS-FILE
           ELSE
               OPEN EXTEND CONTROL-TOTALS-FILE
               IF WS-CTLTOT-STATUS NOT = '00'
                   OPEN OUTPUT CONTROL-TOTALS-FILE
               END-IF
           END-IF.
           IF WS-CTLTOT-STATUS = '00'
               MOVE SPACES TO CONTROL-TOTALS-LINE
               MOVE 'PGM='     TO CONTROL-TOTALS-LINE (1:4)
               MOVE WS-RC-PGM-ID TO CONTROL-TOTALS-LINE (5:8)
               MOVE ' CYCLE='  TO CONTROL-TOTALS-LINE (13:7)
               MOVE WS-CYCLE-NUMBER TO CONTROL-TOTALS-LINE (20:6)
               MOVE ' DATE='   TO CONTROL-TOTALS-LINE (26:6)
                       WS-CTLTOT-STATUS
           END-IF.

       113-LOAD-ADJUSTER-TABLE.
      *----------------------------------------------------------------*
      * LOAD ADJUSTER TABLE SECTION:                                   *
      * 1. Load every adjuster on the master into the table; a shop   *
      *    with no adjuster master writes every claim unassigned      *
      * 2. Read the claim master front to back and count each         *
      *    adjuster's open (not terminated) claims                    *
      *----------------------------------------------------------------*
           INITIALIZE WS-ADJUSTER-TABLE.
           OPEN INPUT ADJUSTER-FILE.
           IF WS-ADJUSTER-STATUS NOT = '00'
               DISPLAY 'ADJUSTER MASTER NOT ON FILE, CLAIMS WRITTEN '
                       'UNASSIGNED: ' WS-ADJUSTER-STATUS
           ELSE
               SET ADJUSTER-MASTER-AVAILABLE TO TRUE
               PERFORM UNTIL ADJ-END-OF-FILE
                   READ ADJUSTER-FILE NEXT RECORD
                       AT END
                           SET ADJ-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-ADJ-COUNT < 200
                               ADD 1 TO WS-ADJ-COUNT
                               MOVE ADJ-ID
                                    TO WS-AT-ID (WS-ADJ-COUNT)
                               MOVE ADJ-REGIONS
                                    TO WS-AT-REGIONS (WS-ADJ-COUNT)
                               MOVE ADJ-CLAIM-TYPES
                                    TO WS-AT-CLAIM-TYPES (WS-ADJ-COUNT)
                               MOVE ADJ-CAPACITY
                                    TO WS-AT-CAPACITY (WS-ADJ-COUNT)
                               MOVE ADJ-STATUS
                                    TO WS-AT-STATUS (WS-ADJ-COUNT)
                               MOVE ZERO
                                    TO WS-AT-OPEN-CLAIMS (WS-ADJ-COUNT)
                           ELSE
                               DISPLAY 'ADJUSTER TABLE FULL, IGNORED: '
                                       ADJ-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTER-FILE
           END-IF.

           IF ADJUSTER-MASTER-AVAILABLE
               MOVE LOW-VALUES TO CLAIM-ID OF CLAIM-RECORD
               START CLAIM-FILE KEY IS GREATER THAN
                     CLAIM-ID OF CLAIM-RECORD
                   INVALID KEY
                       SET ADJ-SCAN-END-OF-FILE TO TRUE
               END-START
               MOVE 'CLMFILE' TO WS-LOCK-FILE-NAME
               PERFORM UNTIL ADJ-SCAN-END-OF-FILE
                   PERFORM 289-BEGIN-LOCKED-IO
                   PERFORM UNTIL NOT LOCK-RETRY-NEEDED
                       READ CLAIM-FILE NEXT RECORD
                           AT END
                               SET ADJ-SCAN-END-OF-FILE TO TRUE
                       END-READ
                       MOVE WS-CLAIM-STATUS TO WS-LOCK-STATUS
                       PERFORM 290-CHECK-LOCK-STATUS
                   END-PERFORM
                   IF WS-CLAIM-STATUS = '00' OR '02'
                       IF CLAIM-STATUS OF CLAIM-RECORD NOT = 'T'
                           SET WS-ADJ-IDX TO 1
                           SEARCH WS-ADJ-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-AT-ID (WS-ADJ-IDX)
                                    = ADJUSTER-ID OF CLAIM-RECORD
                                   ADD 1 TO WS-AT-OPEN-CLAIMS
                                            (WS-ADJ-IDX)
                           END-SEARCH
                       END-IF
                   ELSE
                       SET ADJ-SCAN-END-OF-FILE TO TRUE
                   END-IF
               END-PERFORM
               UNLOCK CLAIM-FILE
           END-IF.

       320-REGISTER-COMPLETION.
      *----------------------------------------------------------------*
      * REGISTER THIS RUN'S CLEAN COMPLETION ON THE RUN-CONTROL        *
      *    accident date, and the insured's mortality table entry     *
      * 8. Perform actuarial calculations                             *
      *----------------------------------------------------------------*
      * Most claims arrive with no occurrence code at all
           MOVE SPACES TO WS-OCCURRENCE-CODE.
           UNSTRING WS-INPUT-RECORD DELIMITED BY ','
               INTO WS-CLAIM-ID
                    WS-POLICY-NUMBER
                    WS-INDUSTRY
                    WS-GEO-REGION
                    WS-CLAIMANT-ID
                    WS-OCCURRENCE-CODE
           END-UNSTRING.
           
           MOVE 'N' TO WS-REJECT-SW.
           MOVE 'N' TO WS-AWARD-HOLD-SW.
           MOVE 'PAID' TO WS-ACK-DISPOSITION.
           MOVE SPACES TO WS-ACK-REASON.

           IF CLAIM-NOT-REJECTED
               PERFORM 265-CHECK-CLAIM-VARIANCE
               PERFORM 270-WRITE-CLAIM-RECORD
               PERFORM 269-CHECK-AWARD-AUTHORITY
               PERFORM 271-WRITE-CALC-RESULT
               ADD 1 TO WS-RECORDS-WRITTEN
               ADD WS-TOTAL-PENSION TO WS-TOTAL-LIABILITY
      * WRITE ACKNOWLEDGMENT SECTION:                                  *
      * One disposition record per claim back to the intake system:    *
      * claim id, disposition, reason code where there is one, and    *
      * the calculated amounts when the claim paid, then the accident *
      * date, policy, claimant, claim type, input status and run date *
      * the claims EDI run files the first report of injury from -- a *
      * denied claim never reaches CLMFILE. A paid claim carrying a   *
      * variance flag or a coverage cap goes back as FLAGGED so       *
      * intake knows an adjuster still has it.                        *
      *----------------------------------------------------------------*
           IF CLAIM-NOT-REJECTED
               IF WS-VARIANCE-FLAGGED OR WS-COVERAGE-CAPPED
                   MOVE 'FLAGGED' TO WS-ACK-DISPOSITION
               END-IF
      * An award held for sign-off is awarded but not yet paid; the
      * reason carries the authority tier it is waiting on
               IF AWARD-HELD-FOR-APPROVAL
                   MOVE 'AWARD-PENDING' TO WS-ACK-DISPOSITION
                   MOVE 'H000' TO WS-ACK-REASON
                   MOVE WS-AUTH-REQUIRED-TIER TO WS-ACK-REASON (4:1)
               END-IF
               MOVE WS-TOTAL-PENSION   TO WS-ACK-F-TOTAL
               MOVE WS-MONTHLY-PENSION TO WS-ACK-F-MONTHLY
               MOVE WS-PRESENT-VALUE   TO WS-ACK-F-PV
                  WS-ACK-F-MONTHLY     DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-ACK-F-PV          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-ACC-DATE OF WS-INSURED-DETAILS
                                       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-POLICY-NUMBER     DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-CLAIMANT-ID       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-CLAIM-TYPE OF WS-INSURED-DETAILS
                                       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-CLAIM-STAT        DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  INTO ACKNOWLEDGMENT-LINE
           END-STRING.
           WRITE ACKNOWLEDGMENT-LINE.
           IF WS-SELECTIVE-RUN-MODE OR WS-RESTART-MODE
               CONTINUE
           ELSE
               MOVE 'CLMFILE' TO WS-LOCK-FILE-NAME
               PERFORM 289-BEGIN-LOCKED-IO
               PERFORM UNTIL NOT LOCK-RETRY-NEEDED
                   MOVE WS-CLAIM-ID TO CLAIM-ID OF CLAIM-RECORD
                   READ CLAIM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY 'DUPLICATE CLAIM, ALREADY ON FILE: '
                                   WS-CLAIM-ID
                           MOVE 'D001' TO WS-EXC-REASON-CODE
                           MOVE 'DUPLICATE CLAIM ID - ALREADY PROCESSED'
                                        TO WS-EXC-REASON-TEXT
                           PERFORM 280-WRITE-EXCEPTION-RECORD
                   END-READ
                   MOVE WS-CLAIM-STATUS TO WS-LOCK-STATUS
                   PERFORM 290-CHECK-LOCK-STATUS
               END-PERFORM
               UNLOCK CLAIM-FILE
           END-IF.

       220-LOAD-POLICY-DATA.
      *----------------------------------------------------------------*
      * LOAD POLICY DATA SECTION:                                      *
      * 1. Read policy record using policy number                     *
      * 2. Replace its terms with those of the endorsement version    *
      *    in force on the accident date, if the policy has any       *
      * 3. Reject the claim (don't abend the run) if the policy       *
      *    can't be found, isn't active, or the accident date falls   *
      *    outside the policy's in-force window                       *
      * 4. Store relevant policy data in working storage              *
      *----------------------------------------------------------------*
           MOVE WS-POLICY-NUMBER TO POLICY-NUMBER OF POLICY-RECORD.
           READ POLICY-FILE
                   PERFORM 280-WRITE-EXCEPTION-RECORD
           END-READ.

           IF CLAIM-NOT-REJECTED
              AND POLICY-VERSIONS-AVAILABLE
               PERFORM 221-APPLY-POLICY-VERSION
           END-IF.

           IF CLAIM-NOT-REJECTED
               IF POLICY-STATUS OF POLICY-RECORD NOT = 'A'
                   DISPLAY 'POLICY NOT ACTIVE: ' WS-POLICY-NUMBER
                                        TO WS-SAFETY-RAW-RATING
           END-IF.

       221-APPLY-POLICY-VERSION.
      *----------------------------------------------------------------*
      * WALK THE POLICY'S VERSIONS IN EFFECTIVE-DATE ORDER AND KEEP    *
      * THE LAST ONE OF THE CURRENT TERM IN FORCE ON OR BEFORE THE     *
      * ACCIDENT DATE. ITS TERMS OVERLAY THE POLICY RECORD IN HAND     *
      * (POLFILE IS NOT REWRITTEN HERE), SO THE ACTIVE AND IN-FORCE    *
      * CHECKS AND THE COVERAGE CAP ALL SEE THE TERMS THE ACCIDENT     *
      * HAPPENED UNDER. A POLICY CANCELLED BEFORE THE ACCIDENT SHOWS   *
      * AS NOT ACTIVE.                                                 *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-POLVERS-EOF-SW.
           MOVE WS-POLICY-NUMBER TO PV-POLICY-NUMBER.
           MOVE ZERO TO PV-EFF-DATE.
           MOVE ZERO TO PV-SEQ.
           START POLICY-VERSION-FILE KEY IS GREATER THAN OR EQUAL
                 TO PV-KEY OF POLICY-VERSION-RECORD
               INVALID KEY
                   SET POLVERS-END-OF-POLICY TO TRUE
           END-START.
           PERFORM UNTIL POLVERS-END-OF-POLICY
               READ POLICY-VERSION-FILE NEXT RECORD
                   AT END
                       SET POLVERS-END-OF-POLICY TO TRUE
                   NOT AT END
                       IF PV-POLICY-NUMBER NOT = WS-POLICY-NUMBER
                          OR PV-EFF-DATE >
                             WS-ACC-DATE OF WS-INSURED-DETAILS
                           SET POLVERS-END-OF-POLICY TO TRUE
                       END-IF
                       IF NOT POLVERS-END-OF-POLICY
                          AND PV-EFF-DATE NOT <
                              START-DATE OF POLICY-RECORD
                           MOVE PV-POLICY-STATUS
                                TO POLICY-STATUS OF POLICY-RECORD
                           MOVE PV-END-DATE
                                TO END-DATE OF POLICY-RECORD
                           MOVE PV-MONTHLY-PREMIUM
                                TO MONTHLY-PREMIUM OF POLICY-RECORD
                           MOVE PV-COVERAGE-AMOUNT
                                TO COVERAGE-AMOUNT OF POLICY-RECORD
                           MOVE PV-INDUSTRY-CODE
                                TO INDUSTRY-CODE OF POLICY-RECORD
                           MOVE PV-GEO-REGION-CODE
                                TO GEO-REGION-CODE OF POLICY-RECORD
                           MOVE PV-EMR-VALUE
                                TO EMR-VALUE OF POLICY-RECORD
                           MOVE PV-SAFETY-PROG-RATING
                                TO SAFETY-PROG-RATING OF POLICY-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       222-LOAD-CLAIMANT-DATA.
      *----------------------------------------------------------------*
      * LOAD CLAIMANT DATA SECTION:                                    *
           MOVE ZERO TO WS-CLAIMANT-MONTHLY-TOTAL.
           MOVE 'N'  TO WS-COVERAGE-CAP-SW.

           MOVE 'LIABSUM' TO WS-LOCK-FILE-NAME.
           PERFORM 289-BEGIN-LOCKED-IO.
           PERFORM UNTIL NOT LOCK-RETRY-NEEDED
               MOVE 'P' TO LIAB-TYPE
               MOVE SPACES TO LIAB-ID
               MOVE WS-POLICY-NUMBER TO LIAB-ID
               READ LIABILITY-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIAB-ANNUAL-TOTAL TO WS-POLICY-AGGREGATE
               END-READ
               MOVE WS-LIABSUM-STATUS TO WS-LOCK-STATUS
               PERFORM 290-CHECK-LOCK-STATUS
           END-PERFORM.

           PERFORM 289-BEGIN-LOCKED-IO.
           PERFORM UNTIL NOT LOCK-RETRY-NEEDED
               MOVE 'C' TO LIAB-TYPE
               MOVE SPACES TO LIAB-ID
               MOVE WS-CLAIMANT-ID TO LIAB-ID
               READ LIABILITY-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIAB-DISAB-TOTAL TO WS-CLAIMANT-DISAB-TOTAL
                       MOVE LIAB-MONTHLY-TOTAL
                            TO WS-CLAIMANT-MONTHLY-TOTAL
               END-READ
               MOVE WS-LIABSUM-STATUS TO WS-LOCK-STATUS
               PERFORM 290-CHECK-LOCK-STATUS
           END-PERFORM.
           UNLOCK LIABILITY-SUMMARY-FILE.

           MOVE 'CLMFILE' TO WS-LOCK-FILE-NAME.
           PERFORM 289-BEGIN-LOCKED-IO.
           PERFORM UNTIL NOT LOCK-RETRY-NEEDED
               MOVE WS-CLAIM-ID TO CLAIM-ID OF CLAIM-RECORD
               READ CLAIM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLAIM-STATUS OF CLAIM-RECORD NOT = 'T'
                           SUBTRACT TOTAL-PENSION OF CLAIM-RECORD
                               FROM WS-POLICY-AGGREGATE
                           IF CLAIMANT-ID OF CLAIM-RECORD
                                        = WS-CLAIMANT-ID
                               SUBTRACT DISABILITY-PCT
                                   OF CLAIM-RECORD
                                   FROM WS-CLAIMANT-DISAB-TOTAL
                               SUBTRACT MONTHLY-PENSION
                                   OF CLAIM-RECORD
                                   FROM WS-CLAIMANT-MONTHLY-TOTAL
                           END-IF
                       END-IF
               END-READ
               MOVE WS-CLAIM-STATUS TO WS-LOCK-STATUS
               PERFORM 290-CHECK-LOCK-STATUS
           END-PERFORM.
           UNLOCK CLAIM-FILE.

           COMPUTE WS-COVERAGE-REMAINING =
                   COVERAGE-AMOUNT OF POLICY-RECORD
                                    TO DISABILITY-PCT OF CLAIM-RECORD.
           MOVE WS-TOTAL-COSTS      TO TOTAL-ACCIDENT-COSTS
                                       OF CLAIM-RECORD.
           PERFORM 273-ASSIGN-ADJUSTER.
           MOVE WS-ASSIGNED-ADJUSTER
                                    TO ADJUSTER-ID OF CLAIM-RECORD.

           MOVE 'CLMFILE' TO WS-LOCK-FILE-NAME.
           PERFORM 289-BEGIN-LOCKED-IO.
           PERFORM UNTIL NOT LOCK-RETRY-NEEDED
               WRITE CLAIM-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE WS-CLAIM-STATUS TO WS-LOCK-STATUS
               PERFORM 290-CHECK-LOCK-STATUS
           END-PERFORM.

           EVALUATE TRUE
               WHEN LOCK-IO-FAILED
                   CONTINUE
               WHEN WS-CLAIM-STATUS = '22'
                   PERFORM 276-REWRITE-CLAIM-WITH-HISTORY
               WHEN OTHER
                   PERFORM 274-COUNT-ASSIGNMENT
                   MOVE '** NEW RECORD **' TO WS-CH-BEFORE-IMAGE
                   MOVE CLAIM-RECORD TO WS-CH-AFTER-IMAGE
                   PERFORM 277-WRITE-CLAIM-HISTORY
                   PERFORM 278-POST-LIABILITY-SUMMARY
                   PERFORM 275-RAISE-REVIEW-DIARY
           END-EVALUATE.

           PERFORM 282-RECORD-OCCURRENCE.

       282-RECORD-OCCURRENCE.
      *----------------------------------------------------------------*
      * RECORD THE CLAIM AGAINST ITS CATASTROPHE OCCURRENCE:           *
      * 1. A claim submitted with no code keeps any link it has        *
      * 2. List the claim on the coded occurrence, opening the event   *
      *    from this claim's accident date if it is not yet on file    *
      * 3. A claim recoded to another event comes off the old list     *
      * 4. Link the claim to the occurrence it is now listed under     *
      *----------------------------------------------------------------*
           IF OCCURRENCE-FILES-AVAILABLE
              AND WS-OCCURRENCE-CODE NOT = SPACES
               MOVE 'OCCLINK' TO WS-LOCK-FILE-NAME
               PERFORM 289-BEGIN-LOCKED-IO
               PERFORM UNTIL NOT LOCK-RETRY-NEEDED
                   MOVE 'N' TO WS-OCL-FOUND-SW
                   MOVE SPACES TO WS-OCC-PRIOR-CODE
                   MOVE WS-CLAIM-ID TO OCL-CLAIM-ID
                   READ OCCURRENCE-LINK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET OCC-LINK-ON-FILE TO TRUE
                           MOVE OCL-OCCURRENCE-CODE
                                TO WS-OCC-PRIOR-CODE
                   END-READ
                   MOVE WS-OCCLINK-STATUS TO WS-LOCK-STATUS
                   PERFORM 290-CHECK-LOCK-STATUS
               END-PERFORM
               IF NOT LOCK-IO-FAILED
                  AND WS-OCC-PRIOR-CODE NOT = WS-OCCURRENCE-CODE
                   PERFORM 284-LIST-ON-OCCURRENCE
                   IF OCC-CLAIM-LISTED
                       IF OCC-LINK-ON-FILE
                           PERFORM 283-UNLIST-PRIOR-OCCURRENCE
                       END-IF
                       MOVE SPACES TO OCCURRENCE-LINK-RECORD
                       MOVE WS-CLAIM-ID TO OCL-CLAIM-ID
                       MOVE WS-OCCURRENCE-CODE TO OCL-OCCURRENCE-CODE
                       MOVE WS-RUN-DATE TO OCL-LINKED-DATE
                       IF OCC-LINK-ON-FILE
                           REWRITE OCCURRENCE-LINK-RECORD
                       ELSE
                           WRITE OCCURRENCE-LINK-RECORD
                       END-IF
                       MOVE 'OCCLINK' TO WS-LOCK-FILE-NAME
                       PERFORM 289-BEGIN-LOCKED-IO
                       MOVE WS-OCCLINK-STATUS TO WS-LOCK-STATUS
                       PERFORM 290-CHECK-LOCK-STATUS
                       IF WS-OCCLINK-STATUS = '00'
                           ADD 1 TO WS-OCC-CLAIMS-CODED
                       END-IF
                   END-IF
               END-IF
               UNLOCK OCCURRENCE-LINK-FILE
           END-IF.

       283-UNLIST-PRIOR-OCCURRENCE.
      *----------------------------------------------------------------*
      * TAKE THE CLAIM OFF THE LIST OF THE OCCURRENCE IT WAS CODED TO  *
      * BEFORE, CLOSING UP THE LIST BEHIND IT.                         *
      *----------------------------------------------------------------*
           MOVE 'OCCFILE' TO WS-LOCK-FILE-NAME.
           PERFORM 289-BEGIN-LOCKED-IO.
           PERFORM UNTIL NOT LOCK-RETRY-NEEDED
               MOVE WS-OCC-PRIOR-CODE TO OCC-CODE
               READ OCCURRENCE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE WS-OCCURRENCE-STATUS TO WS-LOCK-STATUS
               PERFORM 290-CHECK-LOCK-STATUS
           END-PERFORM.

           IF WS-OCCURRENCE-STATUS = '00'
               MOVE 'N' TO WS-OCC-PRIOR-FOUND-SW
               MOVE ZERO TO WS-OCC-SUB
               PERFORM UNTIL WS-OCC-SUB NOT < OCC-CLAIM-COUNT
                  OR OCC-PRIOR-LISTED
                   ADD 1 TO WS-OCC-SUB
                   IF OCC-CLAIM-ID (WS-OCC-SUB) = WS-CLAIM-ID
                       SET OCC-PRIOR-LISTED TO TRUE
                   END-IF
               END-PERFORM
               IF OCC-PRIOR-LISTED
                   PERFORM UNTIL WS-OCC-SUB NOT < OCC-CLAIM-COUNT
                       MOVE OCC-CLAIM-ID (WS-OCC-SUB + 1)
                            TO OCC-CLAIM-ID (WS-OCC-SUB)
                       ADD 1 TO WS-OCC-SUB
                   END-PERFORM
                   MOVE SPACES TO OCC-CLAIM-ID (OCC-CLAIM-COUNT)
                   SUBTRACT 1 FROM OCC-CLAIM-COUNT
                   REWRITE OCCURRENCE-RECORD
                   MOVE WS-OCCURRENCE-STATUS TO WS-LOCK-STATUS
                   PERFORM 290-CHECK-LOCK-STATUS
               END-IF
           END-IF.
           UNLOCK OCCURRENCE-FILE.

       284-LIST-ON-OCCURRENCE.
      *----------------------------------------------------------------*
      * LIST THE CLAIM ON ITS OCCURRENCE. ANOTHER PARTITION MAY BE     *
      * LISTING A CLAIM FROM THE SAME EVENT, SO THE READ WAITS OUT ITS *
      * LOCK AND AN EVENT BOTH PARTITIONS TRY TO OPEN IS RE-READ AND   *
      * ADDED TO BY THE ONE THAT LOSES THE RACE. A CLAIM THAT STILL    *
      * CANNOT BE LISTED KEEPS WHATEVER LINK IT HAD.                   *
      *----------------------------------------------------------------*
           MOVE 'OCCFILE' TO WS-LOCK-FILE-NAME.
           PERFORM 289-BEGIN-LOCKED-IO.
           SET RETRY-ON-DUPLICATE TO TRUE.
           PERFORM 286-LIST-CLAIM-ON-EVENT
               UNTIL NOT LOCK-RETRY-NEEDED.
           IF LOCK-IO-FAILED
               MOVE 'N' TO WS-OCC-LISTED-SW
           END-IF.
           UNLOCK OCCURRENCE-FILE.

       286-LIST-CLAIM-ON-EVENT.
      *----------------------------------------------------------------*
      * LIST THE CLAIM ON ITS OCCURRENCE. AN EVENT FIRST SEEN ON THIS  *
      * CLAIM IS OPENED DATED FROM ITS ACCIDENT, TO BE DESCRIBED       *
      * THROUGH OCCMNT. A FULL LIST LEAVES THE CLAIM WHERE IT WAS AND  *
      * FLAGS THE RUN.                                                 *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-OCC-LISTED-SW.
           MOVE 'N' TO WS-OCC-ADDED-SW.
           MOVE 'N' TO WS-OCC-NEW-SW.
           MOVE WS-OCCURRENCE-CODE TO OCC-CODE.
           READ OCCURRENCE-FILE
               INVALID KEY
                   SET OCCURRENCE-IS-NEW TO TRUE
                   MOVE SPACES TO OCCURRENCE-RECORD
                   MOVE WS-OCCURRENCE-CODE TO OCC-CODE
                   MOVE WS-ACC-DATE OF WS-INSURED-DETAILS
                                    TO OCC-EVENT-DATE
                   MOVE 'OPENED FROM CLAIM INTAKE' TO OCC-DESCRIPTION
                   MOVE WS-RUN-DATE TO OCC-OPENED-DATE
                   MOVE ZERO TO OCC-CLAIM-COUNT
                                OCC-LAST-RUN-DATE
                                OCC-LAST-INCURRED
                                OCC-LAST-RECOVERY
           END-READ.
           MOVE WS-OCCURRENCE-STATUS TO WS-LOCK-STATUS.
           PERFORM 290-CHECK-LOCK-STATUS.

           IF WS-OCCURRENCE-STATUS = '00' OR '23'
               MOVE 1 TO WS-OCC-SUB
               PERFORM UNTIL WS-OCC-SUB > OCC-CLAIM-COUNT
                  OR OCC-CLAIM-LISTED
                   IF OCC-CLAIM-ID (WS-OCC-SUB) = WS-CLAIM-ID
                       SET OCC-CLAIM-LISTED TO TRUE
                   END-IF
                   ADD 1 TO WS-OCC-SUB
               END-PERFORM
               IF NOT OCC-CLAIM-LISTED
                   IF OCC-CLAIM-COUNT < WS-OCC-MAX-CLAIMS
                       ADD 1 TO OCC-CLAIM-COUNT
                       MOVE WS-CLAIM-ID
                            TO OCC-CLAIM-ID (OCC-CLAIM-COUNT)
                       SET OCC-CLAIM-LISTED TO TRUE
                       SET OCC-CLAIM-ADDED TO TRUE
                   ELSE
                       DISPLAY 'OCCURRENCE CLAIM LIST FULL, CLAIM NOT '
                               'CODED: ' WS-OCCURRENCE-CODE ' '
                               WS-CLAIM-ID
                       SET RUN-HAD-EXCEPTIONS TO TRUE
                   END-IF
               END-IF
               IF OCCURRENCE-IS-NEW
                   WRITE OCCURRENCE-RECORD
                   MOVE WS-OCCURRENCE-STATUS TO WS-LOCK-STATUS
                   PERFORM 290-CHECK-LOCK-STATUS
                   IF WS-OCCURRENCE-STATUS = '00'
                       ADD 1 TO WS-OCC-EVENTS-OPENED
                   END-IF
               ELSE
                   IF OCC-CLAIM-ADDED
                       REWRITE OCCURRENCE-RECORD
                       MOVE WS-OCCURRENCE-STATUS TO WS-LOCK-STATUS
                       PERFORM 290-CHECK-LOCK-STATUS
                   END-IF
               END-IF
           END-IF.

       273-ASSIGN-ADJUSTER.
      *----------------------------------------------------------------*
      * ASSIGN ADJUSTER SECTION:                                       *
      * 1. Consider every active adjuster whose regions include the   *
      *    policy's region and whose claim types include this claim's *
      * 2. Prefer the lightest open caseload still under capacity     *
      * 3. If every eligible adjuster is at capacity, take the        *
      *    lightest caseload anyway and flag the overload             *
      * 4. No eligible adjuster leaves the claim unassigned for the   *
      *    supervisors to place with a reassignment transaction       *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-ASSIGNED-ADJUSTER.
           MOVE ZERO   TO WS-ADJ-BEST-SUB.
           MOVE 1 TO WS-ADJ-SUB.
           PERFORM UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               MOVE 'N' TO WS-ADJ-MATCH-SW
               IF WS-AT-STATUS (WS-ADJ-SUB) = 'A'
                   MOVE 1 TO WS-ADJ-CODE-SUB
                   PERFORM UNTIL WS-ADJ-CODE-SUB > 5
                       IF WS-AT-REGION (WS-ADJ-SUB WS-ADJ-CODE-SUB)
                                = WS-GEO-REGION
                           SET ADJ-HANDLES-CLAIM TO TRUE
                       END-IF
                       ADD 1 TO WS-ADJ-CODE-SUB
                   END-PERFORM
               END-IF
               IF ADJ-HANDLES-CLAIM
                   MOVE 'N' TO WS-ADJ-MATCH-SW
                   MOVE 1 TO WS-ADJ-CODE-SUB
                   PERFORM UNTIL WS-ADJ-CODE-SUB > 5
                       IF WS-AT-CLAIM-TYPE (WS-ADJ-SUB WS-ADJ-CODE-SUB)
                                = WS-CLAIM-TYPE
                           SET ADJ-HANDLES-CLAIM TO TRUE
                       END-IF
                       ADD 1 TO WS-ADJ-CODE-SUB
                   END-PERFORM
               END-IF
               IF ADJ-HANDLES-CLAIM
                   EVALUATE TRUE
                       WHEN WS-ADJ-BEST-SUB = 0
                           MOVE WS-ADJ-SUB TO WS-ADJ-BEST-SUB
                       WHEN WS-AT-OPEN-CLAIMS (WS-ADJ-SUB)
                                < WS-AT-CAPACITY (WS-ADJ-SUB)
                            AND WS-AT-OPEN-CLAIMS (WS-ADJ-BEST-SUB)
                                NOT < WS-AT-CAPACITY (WS-ADJ-BEST-SUB)
                           MOVE WS-ADJ-SUB TO WS-ADJ-BEST-SUB
                       WHEN WS-AT-OPEN-CLAIMS (WS-ADJ-SUB)
                                NOT < WS-AT-CAPACITY (WS-ADJ-SUB)
                            AND WS-AT-OPEN-CLAIMS (WS-ADJ-BEST-SUB)
                                < WS-AT-CAPACITY (WS-ADJ-BEST-SUB)
                           CONTINUE
                       WHEN WS-AT-OPEN-CLAIMS (WS-ADJ-SUB)
                                < WS-AT-OPEN-CLAIMS (WS-ADJ-BEST-SUB)
                           MOVE WS-ADJ-SUB TO WS-ADJ-BEST-SUB
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-ADJ-SUB
           END-PERFORM.

           IF WS-ADJ-BEST-SUB > 0
               MOVE WS-AT-ID (WS-ADJ-BEST-SUB) TO WS-ASSIGNED-ADJUSTER
           END-IF.

       274-COUNT-ASSIGNMENT.
      *----------------------------------------------------------------*
      * STEP THE CHOSEN ADJUSTER'S CASELOAD FOR A CLAIM JUST WRITTEN   *
      * TO THEM, OR COUNT THE CLAIM AS UNASSIGNED                      *
      *----------------------------------------------------------------*
           IF WS-ADJ-BEST-SUB > 0
               IF WS-AT-OPEN-CLAIMS (WS-ADJ-BEST-SUB)
                        NOT < WS-AT-CAPACITY (WS-ADJ-BEST-SUB)
                   DISPLAY 'ADJUSTER OVER CAPACITY: '
                           WS-AT-ID (WS-ADJ-BEST-SUB) ' CLAIM: '
                           WS-CLAIM-ID
                   ADD 1 TO WS-ADJ-OVER-CAPACITY
               END-IF
               ADD 1 TO WS-AT-OPEN-CLAIMS (WS-ADJ-BEST-SUB)
               ADD 1 TO WS-ADJ-ASSIGNED
           ELSE
               IF ADJUSTER-MASTER-AVAILABLE
                   DISPLAY 'NO ADJUSTER FOR REGION/TYPE, CLAIM '
                           'UNASSIGNED: ' WS-CLAIM-ID
               END-IF
               ADD 1 TO WS-ADJ-UNASSIGNED
           END-IF.

       276-REWRITE-CLAIM-WITH-HISTORY.
      *----------------------------------------------------------------*
      * HISTORY TRAIL                                                  *
      *----------------------------------------------------------------*
           MOVE CLAIM-RECORD TO WS-CH-NEW-IMAGE.
           MOVE 'CLMFILE' TO WS-LOCK-FILE-NAME.
           PERFORM 289-BEGIN-LOCKED-IO.
           PERFORM UNTIL NOT LOCK-RETRY-NEEDED
               MOVE WS-CLAIM-ID TO CLAIM-ID OF CLAIM-RECORD
               READ CLAIM-FILE
                   INVALID KEY
                       DISPLAY 'UNABLE TO SAVE CLAIM MASTER: '
                               WS-CLAIM-ID
                   NOT INVALID KEY
                       MOVE CLAIM-RECORD TO WS-CH-BEFORE-IMAGE
                       MOVE ADJUSTER-ID OF CLAIM-RECORD
                            TO WS-PRIOR-ADJUSTER
                       MOVE WS-CH-NEW-IMAGE TO CLAIM-RECORD
      * A correction keeps the adjuster who already owns the claim;
      * only a claim written unassigned picks one up here
                       IF WS-PRIOR-ADJUSTER NOT = SPACES
                          AND WS-PRIOR-ADJUSTER NOT = LOW-VALUES
                           MOVE WS-PRIOR-ADJUSTER
                                TO ADJUSTER-ID OF CLAIM-RECORD
                       ELSE
                           PERFORM 274-COUNT-ASSIGNMENT
                       END-IF
                       REWRITE CLAIM-RECORD
                           INVALID KEY
                               DISPLAY 'UNABLE TO SAVE CLAIM MASTER: '
                                       WS-CLAIM-ID
                           NOT INVALID KEY
                               MOVE CLAIM-RECORD TO WS-CH-AFTER-IMAGE
                       END-REWRITE
               END-READ
               MOVE WS-CLAIM-STATUS TO WS-LOCK-STATUS
               PERFORM 290-CHECK-LOCK-STATUS
           END-PERFORM.

           IF WS-CLAIM-STATUS = '00'
               PERFORM 277-WRITE-CLAIM-HISTORY
               PERFORM 279-RELIEVE-PRIOR-POSTING
               PERFORM 278-POST-LIABILITY-SUMMARY
               PERFORM 275-RAISE-REVIEW-DIARY
           END-IF.

       275-RAISE-REVIEW-DIARY.
      *----------------------------------------------------------------*
      * RAISE A REVIEW FOLLOW-UP ON THE CLAIM DIARY FOR A CLAIM        *
      * WRITTEN WITH A REVIEW DATE. THE ITEM IS KEYED BY CLAIM, TYPE   *
      * AND DUE DATE, SO A RERUN OR A CORRECTION THAT LEAVES THE       *
      * REVIEW DATE UNCHANGED FINDS THE ITEM ALREADY ON THE DIARY      *
      * AND ADDS NOTHING.                                              *
      *----------------------------------------------------------------*
           IF DIARY-FILE-AVAILABLE
              AND REVIEW-DATE OF CLAIM-RECORD > ZERO
               MOVE SPACES TO DIARY-RECORD
               MOVE WS-CLAIM-ID TO DIARY-CLAIM-ID
               MOVE 'RV' TO DIARY-TYPE
               MOVE REVIEW-DATE OF CLAIM-RECORD TO DIARY-DUE-DATE
               MOVE 'O' TO DIARY-STATUS
               MOVE 'TEMPORARY BENEFIT REVIEW - DURATION CAP NEAR'
                    TO DIARY-NOTE
               MOVE WS-RUN-DATE TO DIARY-CREATED-DATE
               MOVE 'PENSCLM' TO DIARY-CREATED-BY
               MOVE ZERO TO DIARY-CLOSED-DATE
               MOVE REVIEW-DATE OF CLAIM-RECORD TO DIARY-ORIG-DUE-DATE
               MOVE ZERO TO DIARY-POSTPONE-COUNT
               MOVE 'DIARYFILE' TO WS-LOCK-FILE-NAME
               PERFORM 289-BEGIN-LOCKED-IO
               PERFORM UNTIL NOT LOCK-RETRY-NEEDED
                   WRITE DIARY-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DIARY-ITEMS-RAISED
                   END-WRITE
                   MOVE WS-DIARY-STATUS TO WS-LOCK-STATUS
                   PERFORM 290-CHECK-LOCK-STATUS
               END-PERFORM
           END-IF.

       278-POST-LIABILITY-SUMMARY.
      *----------------------------------------------------------------*
      * POST THE CLAIM JUST WRITTEN ONTO THE KEYED LIABILITY           *
      * SUMMARIES: ITS ANNUAL PENSION ONTO THE POLICY ROW, ITS         *
      * MONTHLY PENSION AND DISABILITY PERCENT ONTO THE CLAIMANT       *
      * ROW, OPENING EITHER ROW WHEN THE KEY IS NEW. A ROW ANOTHER     *
      * PARTITION OPENS FIRST IS RE-READ AND POSTED TO AS AN UPDATE.   *
      *----------------------------------------------------------------*
           MOVE 'LIABSUM' TO WS-LOCK-FILE-NAME.
           PERFORM 289-BEGIN-LOCKED-IO.
           SET RETRY-ON-DUPLICATE TO TRUE.
           PERFORM UNTIL NOT LOCK-RETRY-NEEDED
               MOVE 'P' TO LIAB-TYPE
               MOVE SPACES TO LIAB-ID
               MOVE WS-POLICY-NUMBER TO LIAB-ID
               READ LIABILITY-SUMMARY-FILE
                   INVALID KEY
                       MOVE ZERO TO LIAB-ANNUAL-TOTAL
                       MOVE ZERO TO LIAB-MONTHLY-TOTAL
                       MOVE ZERO TO LIAB-DISAB-TOTAL
                       MOVE ZERO TO LIAB-CLAIM-COUNT
                       ADD WS-TOTAL-PENSION TO LIAB-ANNUAL-TOTAL
                       ADD 1 TO LIAB-CLAIM-COUNT
                       WRITE LIABILITY-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-TOTAL-PENSION TO LIAB-ANNUAL-TOTAL
                       ADD 1 TO LIAB-CLAIM-COUNT
                       REWRITE LIABILITY-RECORD
                       END-REWRITE
               END-READ
               MOVE WS-LIABSUM-STATUS TO WS-LOCK-STATUS
               PERFORM 290-CHECK-LOCK-STATUS
           END-PERFORM.
           IF LOCK-IO-FAILED
               DISPLAY 'UNABLE TO POST POLICY SUMMARY: '
                       WS-POLICY-NUMBER
           END-IF.

           PERFORM 289-BEGIN-LOCKED-IO.
           SET RETRY-ON-DUPLICATE TO TRUE.
           PERFORM UNTIL NOT LOCK-RETRY-NEEDED
               MOVE 'C' TO LIAB-TYPE
               MOVE SPACES TO LIAB-ID
               MOVE WS-CLAIMANT-ID TO LIAB-ID
               READ LIABILITY-SUMMARY-FILE
                   INVALID KEY
                       MOVE ZERO TO LIAB-ANNUAL-TOTAL
                       MOVE ZERO TO LIAB-MONTHLY-TOTAL
                       MOVE ZERO TO LIAB-DISAB-TOTAL
                       MOVE ZERO TO LIAB-CLAIM-COUNT
                       ADD WS-MONTHLY-PENSION TO LIAB-MONTHLY-TOTAL
                       ADD WS-DISABILITY OF WS-INSURED-DETAILS
                           TO LIAB-DISAB-TOTAL
                       ADD 1 TO LIAB-CLAIM-COUNT
                       WRITE LIABILITY-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-MONTHLY-PENSION TO LIAB-MONTHLY-TOTAL
                       ADD WS-DISABILITY OF WS-INSURED-DETAILS
                           TO LIAB-DISAB-TOTAL
                       ADD 1 TO LIAB-CLAIM-COUNT
                       REWRITE LIABILITY-RECORD
                       END-REWRITE
               END-READ
               MOVE WS-LIABSUM-STATUS TO WS-LOCK-STATUS
               PERFORM 290-CHECK-LOCK-STATUS
           END-PERFORM.
           IF LOCK-IO-FAILED
               DISPLAY 'UNABLE TO POST CLAIMANT SUMMARY: '
                       WS-CLAIMANT-ID
           END-IF.
           UNLOCK LIABILITY-SUMMARY-FILE.

       279-RELIEVE-PRIOR-POSTING.
      *----------------------------------------------------------------*
      * BACK THE SUPERSEDED CLAIM'S FIGURES OUT OF THE LIABILITY       *
      * SUMMARIES AHEAD OF REPOSTING A CORRECTION -- OFF THE BEFORE    *
      * IMAGE, SO A CORRECTED POLICY OR CLAIMANT LINK RELIEVES THE     *
      * ROWS THE ORIGINAL POSTING HIT. A CLAIM THAT WAS ALREADY        *
      * TERMINATED WAS RELIEVED AT TERMINATION AND IS LEFT ALONE.      *
      *----------------------------------------------------------------*
           IF WS-CHB-CLAIM-STATUS = 'T'
               CONTINUE
           ELSE
               MOVE 'LIABSUM' TO WS-LOCK-FILE-NAME
               PERFORM 289-BEGIN-LOCKED-IO
               PERFORM UNTIL NOT LOCK-RETRY-NEEDED
                   MOVE 'P' TO LIAB-TYPE
                   MOVE SPACES TO LIAB-ID
                   MOVE WS-CHB-POLICY-NUMBER TO LIAB-ID
                   READ LIABILITY-SUMMARY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT WS-CHB-TOTAL-PENSION
                               FROM LIAB-ANNUAL-TOTAL
                           IF LIAB-CLAIM-COUNT > 0
                               SUBTRACT 1 FROM LIAB-CLAIM-COUNT
                           END-IF
                           REWRITE LIABILITY-RECORD
                           END-REWRITE
                   END-READ
                   MOVE WS-LIABSUM-STATUS TO WS-LOCK-STATUS
                   PERFORM 290-CHECK-LOCK-STATUS
               END-PERFORM
               PERFORM 289-BEGIN-LOCKED-IO
               PERFORM UNTIL NOT LOCK-RETRY-NEEDED
                   MOVE 'C' TO LIAB-TYPE
                   MOVE SPACES TO LIAB-ID
                   MOVE WS-CHB-CLAIMANT-ID TO LIAB-ID
                   READ LIABILITY-SUMMARY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT WS-CHB-MONTHLY-PENSION
                               FROM LIAB-MONTHLY-TOTAL
                           SUBTRACT WS-CHB-DISAB-PCT
                               FROM LIAB-DISAB-TOTAL
                           IF LIAB-CLAIM-COUNT > 0
                               SUBTRACT 1 FROM LIAB-CLAIM-COUNT
                           END-IF
                           REWRITE LIABILITY-RECORD
                           END-REWRITE
                   END-READ
                   MOVE WS-LIABSUM-STATUS TO WS-LOCK-STATUS
                   PERFORM 290-CHECK-LOCK-STATUS
               END-PERFORM
               UNLOCK LIABILITY-SUMMARY-FILE
           END-IF.

       277-WRITE-CLAIM-HISTORY.
           MOVE WS-CH-AFTER-IMAGE TO CLAIM-HISTORY-LINE (52:227).
           WRITE CLAIM-HISTORY-LINE.

       269-CHECK-AWARD-AUTHORITY.
      *----------------------------------------------------------------*
      * CHECK AWARD AUTHORITY SECTION:                                 *
      * 1. Estimate the retro lump sum: the monthly pension times the *
      *    payment months (first of each month after the accident)   *
      *    already due at this run, capped at the benefit duration    *
      * 2. Find the lowest tier covering the present value and the    *
      *    larger of the settlement and the retro estimate; past the  *
      *    top tier is tier 5                                         *
      * 3. Within the entry tier the award pays as before (a standing *
      *    hold a recalculation has brought back in is stood down);   *
      *    an award already approved at that tier or higher stands;   *
      *    anything else is held pending approval                     *
      *----------------------------------------------------------------*
           MOVE WS-ACC-DATE OF WS-INSURED-DETAILS TO WS-AUTH-ACC-DATE.
           COMPUTE WS-AUTH-RETRO-MONTHS =
                   ((WS-RUN-CCYY - WS-AUTH-ACC-CCYY) * 12)
                   + (WS-RUN-MM - WS-AUTH-ACC-MM).
           IF WS-AUTH-RETRO-MONTHS < 0
               MOVE ZERO TO WS-AUTH-RETRO-MONTHS
           END-IF.
           IF WS-AUTH-RETRO-MONTHS > WS-BENEFIT-MONTHS
               MOVE WS-BENEFIT-MONTHS TO WS-AUTH-RETRO-MONTHS
           END-IF.
           COMPUTE WS-AUTH-RETRO-ESTIMATE ROUNDED =
                   WS-MONTHLY-PENSION * WS-AUTH-RETRO-MONTHS
               ON SIZE ERROR
                   MOVE 99999999.99 TO WS-AUTH-RETRO-ESTIMATE
           END-COMPUTE.

           MOVE WS-SETTLE-AMOUNT TO WS-AUTH-LUMP-SUM.
           IF WS-AUTH-RETRO-ESTIMATE > WS-AUTH-LUMP-SUM
               MOVE WS-AUTH-RETRO-ESTIMATE TO WS-AUTH-LUMP-SUM
           END-IF.

           MOVE 5 TO WS-AUTH-REQUIRED-TIER.
           MOVE 1 TO WS-AUTH-SUB.
           PERFORM UNTIL WS-AUTH-SUB > WS-AUTH-TOP-TIER
                      OR WS-AUTH-REQUIRED-TIER NOT > WS-AUTH-TOP-TIER
               IF WS-PRESENT-VALUE NOT > WS-AUTH-PV-LIMIT (WS-AUTH-SUB)
                  AND WS-AUTH-LUMP-SUM NOT >
                      WS-AUTH-LUMP-LIMIT (WS-AUTH-SUB)
                   MOVE WS-AUTH-SUB TO WS-AUTH-REQUIRED-TIER
               END-IF
               ADD 1 TO WS-AUTH-SUB
           END-PERFORM.

      * An approval record that stays locked cannot be checked, so
      * the award is held rather than paid past the entry tier
           MOVE 'APPRFILE' TO WS-LOCK-FILE-NAME.
           PERFORM 289-BEGIN-LOCKED-IO.
           PERFORM UNTIL NOT LOCK-RETRY-NEEDED
               MOVE WS-CLAIM-ID TO APPR-CLAIM-ID
               READ APPROVAL-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-APPR-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-APPR-FOUND-SW
               END-READ
               MOVE WS-APPROVAL-STATUS TO WS-LOCK-STATUS
               PERFORM 290-CHECK-LOCK-STATUS
           END-PERFORM.

           EVALUATE TRUE
               WHEN LOCK-IO-FAILED
                   SET AWARD-HELD-FOR-APPROVAL TO TRUE
               WHEN WS-AUTH-REQUIRED-TIER = 1
                   IF APPROVAL-ON-FILE AND APPR-STATUS = 'P'
                       MOVE 'N' TO APPR-STATUS
                       REWRITE APPROVAL-RECORD
                           INVALID KEY
                               DISPLAY 'APPROVAL REWRITE FAILED: '
                                       WS-CLAIM-ID
                       END-REWRITE
                       MOVE WS-APPROVAL-STATUS TO WS-LOCK-STATUS
                       PERFORM 290-CHECK-LOCK-STATUS
                   END-IF
               WHEN APPROVAL-ON-FILE
                AND (APPR-STATUS = 'R' OR 'S')
                AND APPR-REQUIRED-TIER NOT < WS-AUTH-REQUIRED-TIER
                   CONTINUE
               WHEN OTHER
                   PERFORM 266-HOLD-AWARD-FOR-APPROVAL
           END-EVALUATE.
           UNLOCK APPROVAL-FILE.

       266-HOLD-AWARD-FOR-APPROVAL.
      *----------------------------------------------------------------*
      * HOLD THE AWARD PENDING APPROVAL. A RECALCULATED AWARD STARTS   *
      * ITS SIGN-OFF AGAIN: ANY APPROVALS GIVEN AGAINST THE OLD        *
      * FIGURES ARE CLEARED                                            *
      *----------------------------------------------------------------*
           MOVE SPACES TO APPROVAL-RECORD.
           MOVE WS-CLAIM-ID            TO APPR-CLAIM-ID.
           MOVE 'P'                    TO APPR-STATUS.
           MOVE WS-AUTH-REQUIRED-TIER  TO APPR-REQUIRED-TIER.
           IF WS-AUTH-REQUIRED-TIER > WS-AUTH-TOP-TIER
               MOVE 2 TO APPR-APPROVALS-NEEDED
           ELSE
               MOVE 1 TO APPR-APPROVALS-NEEDED
           END-IF.
           MOVE WS-PRESENT-VALUE       TO APPR-PRESENT-VALUE.
           MOVE WS-SETTLE-AMOUNT       TO APPR-SETTLEMENT-AMOUNT.
           MOVE WS-AUTH-RETRO-ESTIMATE TO APPR-RETRO-ESTIMATE.
           MOVE WS-RUN-DATE            TO APPR-HELD-DATE.
           MOVE WS-ASSIGNED-ADJUSTER   TO APPR-ADJUSTER-ID.
           MOVE ZERO                   TO APPR-APPROVED-DATE-1
                                          APPR-APPROVED-DATE-2
                                          APPR-RELEASED-DATE
                                          APPR-SCHEDULED-DATE.

           IF APPROVAL-ON-FILE
               REWRITE APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY 'APPROVAL REWRITE FAILED: '
                               WS-CLAIM-ID
               END-REWRITE
           ELSE
               WRITE APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY 'APPROVAL WRITE FAILED: '
                               WS-CLAIM-ID
               END-WRITE
           END-IF.
           MOVE WS-APPROVAL-STATUS TO WS-LOCK-STATUS.
           PERFORM 290-CHECK-LOCK-STATUS.

           SET AWARD-HELD-FOR-APPROVAL TO TRUE.
           ADD 1 TO WS-AWARDS-HELD.

       271-WRITE-CALC-RESULT.
      *----------------------------------------------------------------*
      * WRITE CALC RESULT SECTION:                                     *
           MOVE WS-SURVIVOR-BASE-PCT TO CC-SURVIVOR-PCT.
           MOVE WS-WAGE-BASIS-SW    TO CC-WAGE-BASIS-SW.
           MOVE WS-AVG-WEEKLY-WAGE  TO CC-DERIVED-AWW.
           MOVE WS-AWARD-HOLD-SW    TO CC-APPROVAL-HOLD-SW.
           WRITE CALC-RESULT-RECORD.

           PERFORM 272-WRITE-CALC-DEPENDENTS.
               ADD 1 TO WS-CALC-DEP-SUB
           END-PERFORM.

       289-BEGIN-LOCKED-IO.
      *----------------------------------------------------------------*
      * START ONE LOCKED READ, WRITE OR REWRITE ON A SHARED MASTER:    *
      * THE CALLER SETS WS-LOCK-FILE-NAME, AND RETRY-ON-DUPLICATE      *
      * AFTER THIS WHEN A LOST ADD IS TO BE RE-READ AS AN UPDATE       *
      *----------------------------------------------------------------*
           MOVE 'Y' TO WS-LOCK-RETRY-SW.
           MOVE 'N' TO WS-LOCK-RACE-SW.
           MOVE 'N' TO WS-LOCK-FAILED-SW.
           MOVE ZERO TO WS-LOCK-TRIES.

       290-CHECK-LOCK-STATUS.
      *----------------------------------------------------------------*
      * CHECK THE STATUS OF A SHARED-MASTER I/O LEFT IN WS-LOCK-STATUS:*
      * 1. A record held by another partition, or an add that lost     *
      *    the race for its key, is tried again until the try limit,   *
      *    when the update is given up and the run flagged             *
      * 2. Not found and duplicate key are left to the caller's own    *
      *    INVALID KEY handling                                        *
      * 3. Any other error is reported and the run flagged             *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-LOCK-RETRY-SW.
           IF LOCK-RECORD-LOCKED
              OR (LOCK-KEY-RACED AND RETRY-ON-DUPLICATE)
               ADD 1 TO WS-LOCK-TRIES
               IF WS-LOCK-TRIES = 1
                   ADD 1 TO WS-LOCK-WAITS
               END-IF
               IF WS-LOCK-TRIES < WS-LOCK-TRY-LIMIT
                   MOVE 'Y' TO WS-LOCK-RETRY-SW
               ELSE
                   DISPLAY 'LOCK RETRIES EXHAUSTED, UPDATE NOT MADE: '
                           WS-LOCK-FILE-NAME ' ' WS-CLAIM-ID
                   ADD 1 TO WS-LOCK-FAILURES
                   MOVE 'Y' TO WS-LOCK-FAILED-SW
                   SET RUN-HAD-EXCEPTIONS TO TRUE
               END-IF
           ELSE
               IF WS-LOCK-STATUS (1:1) NOT = '0'
                  AND WS-LOCK-STATUS NOT = '10'
                  AND WS-LOCK-STATUS NOT = '22'
                  AND WS-LOCK-STATUS NOT = '23'
                   DISPLAY 'MASTER FILE I/O ERROR: ' WS-LOCK-FILE-NAME
                           ' STATUS ' WS-LOCK-STATUS ' ' WS-CLAIM-ID
                   MOVE 'Y' TO WS-LOCK-FAILED-SW
                   SET RUN-HAD-EXCEPTIONS TO TRUE
               END-IF
           END-IF.

       280-WRITE-EXCEPTION-RECORD.
      *----------------------------------------------------------------*
      * WRITE EXCEPTION RECORD SECTION:                                *
           DISPLAY 'SUSPENSE RECYCLED:' WS-SUSP-RECYCLED.
           DISPLAY 'SUSPENSE HELD:    ' WS-SUSP-SUSPENDED.
           DISPLAY 'SUSPENSE AGED:    ' WS-SUSP-AGED.
           DISPLAY 'ADJUSTER ASSIGNED:' WS-ADJ-ASSIGNED.
           DISPLAY 'UNASSIGNED:       ' WS-ADJ-UNASSIGNED.
           DISPLAY 'OVER CAPACITY:    ' WS-ADJ-OVER-CAPACITY.
           DISPLAY 'DIARY ITEMS:      ' WS-DIARY-ITEMS-RAISED.
           DISPLAY 'AWARDS HELD:      ' WS-AWARDS-HELD.
           DISPLAY 'OCCURRENCE CODED: ' WS-OCC-CLAIMS-CODED.
           DISPLAY 'EVENTS OPENED:    ' WS-OCC-EVENTS-OPENED.
           DISPLAY 'LOCK WAITS:       ' WS-LOCK-WAITS.
           DISPLAY 'LOCK FAILURES:    ' WS-LOCK-FAILURES.

       900-TERMINATION.
      *----------------------------------------------------------------*
                 CALC-RESULT-FILE
                 CLAIM-HISTORY-FILE
                 LIABILITY-SUMMARY-FILE
                 APPROVAL-FILE
                 INPUT-FILE.

           IF DIARY-FILE-AVAILABLE
               CLOSE DIARY-FILE
           END-IF.

           IF OCCURRENCE-FILES-AVAILABLE
               CLOSE OCCURRENCE-FILE
                     OCCURRENCE-LINK-FILE
           END-IF.

           IF WAGE-HISTORY-AVAILABLE
               CLOSE WAGE-HISTORY-FILE
           END-IF.

           IF POLICY-VERSIONS-AVAILABLE
               CLOSE POLICY-VERSION-FILE
           END-IF.

           IF RUN-HAD-EXCEPTIONS
              MOVE 4 TO RETURN-CODE
           END-IF.
