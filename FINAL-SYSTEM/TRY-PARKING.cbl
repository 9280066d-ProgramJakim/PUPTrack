               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PERMIT-STATUS.

           SELECT PERMIT-REVOKE-FILE
               ASSIGN TO "PARKING-PERMIT-REVOCATIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PRVK-STATUS.

           SELECT CASHUP-FILE ASSIGN TO "PARKING-CASHUP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHUP-STATUS.
                   WITH DUPLICATES
               FILE STATUS IS WS-OLDR-STATUS.

      * BOARD-APPROVED CHANGES TO THE CONFIG KEYS, EACH CARRYING THE
      * DATE IT TAKES EFFECT - ENTERED AHEAD OF TIME AND APPLIED TO
      * PARKING-CONFIG.dat WHEN THAT DATE COMES ROUND
           SELECT RATE-SCHEDULE-FILE
               ASSIGN TO "PARKING-RATE-SCHEDULE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RATESCHED-STATUS.

           SELECT CONFIG-HISTORY-FILE
               ASSIGN TO "PARKING-CONFIG-HISTORY.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFGHIST-STATUS.

           SELECT CLEARANCE-REQ-FILE
               ASSIGN TO "REGISTRAR-CLEARANCE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRQ-STATUS.

           SELECT CLEARANCE-RESP-FILE
               ASSIGN TO "CLEARANCE-RESPONSE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRS-STATUS.

           SELECT CLEARANCE-RPT-FILE
               ASSIGN TO "CLEARANCE-EXCEPTIONS.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRR-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO WS-STMT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT STATEMENT-EXTRACT-FILE ASSIGN TO WS-STX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STX-STATUS.

           SELECT PAYMENT-PLAN-FILE
               ASSIGN TO "PARKING-PAYMENT-PLANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT RESERVATION-FILE
               ASSIGN TO "PARKING-RESERVATIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RSV-STATUS.

           SELECT INCIDENT-FILE ASSIGN TO "PARKING-INCIDENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-NUMBER
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT INCIDENT-VEHICLE-FILE
               ASSIGN TO "PARKING-INCIDENT-VEHICLES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVH-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-INCVEH-STATUS.

           SELECT INCIDENT-REPORT-FILE ASSIGN TO WS-INC-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCRPT-STATUS.

           SELECT SWEEP-IN-FILE ASSIGN TO "LOT-SWEEP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPI-STATUS.

           SELECT SWEEP-HIST-FILE
               ASSIGN TO "PARKING-SWEEP-HISTORY.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWH-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-SWPH-STATUS.

           SELECT SWEEP-RPT-FILE ASSIGN TO "LOT-SWEEP-EXCEPTIONS.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPR-STATUS.

           SELECT DEPARTED-FILE ASSIGN TO "PARKING-DEPARTED.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-STUDENT-NUMBER
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DEPARTED-STATUS.

           SELECT DPA-REPORT-FILE ASSIGN TO WS-DPA-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPARPT-STATUS.

           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO "PARKING-CHANGE-JOURNAL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJN-SEQUENCE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CHGJRN-STATUS.

           SELECT CAMPUS-EXTRACT-FILE ASSIGN TO WS-CXT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXT-STATUS.

           SELECT CAMPUS-LIST-FILE ASSIGN TO "CAMPUS-LIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CML-STATUS.

           SELECT CCN-REPORT-FILE ASSIGN TO WS-CCN-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCNRPT-STATUS.

           SELECT XCAMPUS-WORK-FILE ASSIGN TO "CROSS-CAMPUS-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCW-STATUS.

           SELECT XCAMPUS-SORT-FILE ASSIGN TO "XCAMPUS-SORTWORK.tmp".

           SELECT XCAMPUS-BLOCK-FILE ASSIGN TO "CROSS-CAMPUS-BLOCKS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCB-STATUS.

           SELECT TAG-FILE ASSIGN TO "PARKING-TAGS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAG-SERIAL
               ALTERNATE RECORD KEY IS TAG-STUDENT-NUMBER
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-TAGREG-STATUS.

           SELECT TAG-RPT-FILE ASSIGN TO "TAG-INVENTORY.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGR-STATUS.

           SELECT VEHICLE-DOC-FILE ASSIGN TO "PARKING-VEHICLE-DOCS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-VDOC-STATUS.

           SELECT DOC-NOTICE-FILE
               ASSIGN TO "DOCUMENT-EXPIRY-NOTICES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCNOTICE-STATUS.

           SELECT PERMIT-APPLY-FILE
               ASSIGN TO "PARKING-PERMIT-APPLICATIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAP-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PAPP-STATUS.

           SELECT PERMIT-QUOTA-FILE
               ASSIGN TO "PARKING-PERMIT-QUOTAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PQTA-STATUS.

           SELECT PERMIT-APPIN-FILE
               ASSIGN TO "PERMIT-APPLICATIONS-IN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAPIN-STATUS.

           SELECT PERMIT-RANK-WORK-FILE ASSIGN TO "PERMIT-RANK-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRW-STATUS.

           SELECT PERMIT-RANK-SORT-FILE
               ASSIGN TO "PERMIT-RANK-SORTWORK.tmp".

           SELECT PERMIT-RANKED-FILE ASSIGN TO "PERMIT-RANKED.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRK-STATUS.

           SELECT PERMIT-ALLOC-RPT-FILE ASSIGN TO WS-PAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARPT-STATUS.

           SELECT PERMIT-OFFER-FILE ASSIGN TO "PERMIT-OFFER-NOTICES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POFR-STATUS.

           SELECT DISCOUNT-FILE ASSIGN TO "PARKING-DISCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DSCF-STATUS.

           SELECT DISC-LEDGER-FILE
               ASSIGN TO "PARKING-DISCOUNT-LEDGER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DGL-KEY
               ALTERNATE RECORD KEY IS DGL-RECEIPT-NUMBER
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DGL-STATUS.

           SELECT DISC-WORK-FILE ASSIGN TO "DISCOUNT-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSW-STATUS.

           SELECT DISC-SORT-FILE
               ASSIGN TO "DISCOUNT-SORTWORK.tmp".

           SELECT DISC-SORTED-FILE ASSIGN TO "DISCOUNT-SORTED.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSK-STATUS.

           SELECT DISC-REPORT-FILE ASSIGN TO WS-DSR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSR-STATUS.

           SELECT CLERK-EXC-RPT-FILE ASSIGN TO WS-CXR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXR-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "PARKING-APPROVALS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKC-REQUEST-NUMBER
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-MKC-STATUS.

           SELECT CITATION-UPLOAD-FILE
               ASSIGN TO "HANDHELD-CITATIONS.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHC-STATUS.

           SELECT CIT-SUSPENSE-FILE ASSIGN TO "CITATION-SUSPENSE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSP-STATUS.

           SELECT CIT-RETRY-FILE ASSIGN TO "CITATION-RETRY.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

           SELECT CIT-LOAD-RPT-FILE ASSIGN TO WS-HHR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHR-STATUS.

           SELECT PORTAL-REQUEST-FILE
               ASSIGN TO "PORTAL-REQUESTS.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRQ-STATUS.

           SELECT PORTAL-RESPONSE-FILE
               ASSIGN TO "PORTAL-RESPONSES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRP-STATUS.

           SELECT PORTAL-LOG-FILE ASSIGN TO "PORTAL-REQUEST-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLG-STATUS.

           SELECT COLLEGE-RPT-FILE ASSIGN TO WS-CGR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CGR-STATUS.

           SELECT PLATE-ALIAS-FILE ASSIGN TO "PARKING-PLATE-ALIAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAL-OLD-PLATE
               ALTERNATE RECORD KEY IS PAL-NEW-PLATE
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PAL-STATUS.

           SELECT OVERNIGHT-FILE ASSIGN TO "PARKING-OVERNIGHT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVN-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-OVN-STATUS.

           SELECT WALLET-FILE ASSIGN TO "PARKING-WALLET.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLT-STUDENT-NUMBER
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-WLT-STATUS.

           SELECT WALLET-LEDGER-FILE
               ASSIGN TO "PARKING-WALLET-LEDGER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLG-KEY
               ALTERNATE RECORD KEY IS WLG-REFERENCE
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-WLG-STATUS.

           SELECT WALLET-TOPUP-FILE ASSIGN TO "WALLET-TOPUPS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTU-STATUS.

           SELECT WALLET-LOW-FILE ASSIGN TO "WALLET-LOW-BALANCE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLN-STATUS.

           SELECT WALLET-RPT-FILE ASSIGN TO "WALLET-LEDGER.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLR-STATUS.

           SELECT WHATIF-FILE ASSIGN TO "PARKING-WHATIF.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIF-STATUS.

           SELECT WHATIF-RPT-FILE ASSIGN TO "FEE-WHATIF.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIR-STATUS.

           SELECT GATE-EVENT-FILE ASSIGN TO "GATE-EVENTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEV-STATUS.

           SELECT GATE-RECON-RPT-FILE ASSIGN TO WS-GRR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER STUDENT PER REGISTERED VEHICLE - THE KEY NOW
           05 PMT-VALID-FROM        PIC X(10).
           05 PMT-VALID-TO          PIC X(10).

      * THE PERMIT REVOCATION REGISTER - ONE RECORD PER REVOCATION,
      * KEYED STUDENT + DATE REVOKED. IT KEEPS THE PERMIT'S ORIGINAL
      * TYPE AND VALIDITY (THE PERMIT ITSELF IS RE-TYPED "REVOKED"),
      * THE PRO-RATED UNUSED FEE, AND WHAT BECAME OF IT: PENDING UNTIL
      * A SUPERVISOR SETTLES IT, THEN REFUNDED, CREDITED AGAINST THE
      * STUDENT'S BALANCE, OR FORFEITED
       FD  PERMIT-REVOKE-FILE.
       01  PERMIT-REVOKE-RECORD.
           05 PRV-KEY.
               10 PRV-STUDENT-NUMBER PIC X(11).
               10 PRV-REVOKED-ON    PIC X(10).
           05 PRV-PERMIT-NUMBER     PIC 9(8).
           05 PRV-PERMIT-TYPE       PIC X(10).
           05 PRV-VALID-FROM        PIC X(10).
           05 PRV-VALID-TO          PIC X(10).
           05 PRV-SOURCE            PIC X(8).
           05 PRV-REASON            PIC X(30).
           05 PRV-REVOKED-BY        PIC X(8).
           05 PRV-BASE-FEE          PIC 9(5)V99.
           05 PRV-UNUSED-DAYS       PIC 9(4).
           05 PRV-TOTAL-DAYS        PIC 9(4).
           05 PRV-REFUND-AMOUNT     PIC 9(5)V99.
           05 PRV-CREDITED-AMOUNT   PIC 9(5)V99.
           05 PRV-DISPOSITION       PIC X(8).
           05 PRV-REFUND-RECEIPT    PIC 9(8).
           05 PRV-STATUS            PIC X(10).
           05 PRV-REINSTATED-ON     PIC X(10).

      * PERMANENT DAILY CASH-UP LOG - ONE LINE PER DRAWER COUNT, SO A
      * DISCREPANCY IS DOCUMENTED THE DAY IT HAPPENS. NEVER REWRITTEN,
      * ONLY APPENDED, THE SAME WAY THE AUDIT FILE IS KEPT
      * POLLS THIS FILE AND RAISES THE ARM FOR EACH OPEN COMMAND, SO
      * THE ARM PHYSICALLY ENFORCES WHAT THE SYSTEM DECIDED. ONLY AN
      * ACCEPTED CHECK-IN OR CHECK-OUT WRITES HERE; A REFUSED ENTRY
      * WRITES NOTHING AND THE ARM STAYS DOWN. EACH COMMAND ENDS WITH
      * A REFERENCE THE CONTROLLER ECHOES ON THE RAISE IN ITS EVENT
      * LOG, THEN THE STUDENT AND VISIT START THE COMMAND WAS SENT FOR
      * (THE CONTROLLER STOPS READING AT THE REFERENCE)
       FD  GATE-FILE.
       01  GATE-COMMAND-RECORD      PIC X(132).

      * THE EMERGENCY EVACUATION REPORT - EVERY OCCUPIED SLOT, ITS
      * VEHICLE, AND HOW TO REACH THE OWNER, A FRESH PAGE PER LOT IN
       FD  CONVERT-WORK-FILE.
       01  CONVERT-WORK-RECORD      PIC X(250).

      * ONE ROW PER CHANGE TO A PARKING-CONFIG.dat KEY, KEYED BY THE
      * KEY AND THE DATE THE CHANGE TAKES EFFECT. A ROW STAYS PENDING
      * (RSC-APPLIED 'N') UNTIL ITS DATE ARRIVES AND IT IS WRITTEN TO
      * THE CONFIG FILE; RSC-OLD-VALUE IS THE VALUE IT REPLACED THEN,
      * SO THE ROWS FOR ONE KEY SAY WHAT WAS IN FORCE ON ANY PAST DAY
       FD  RATE-SCHEDULE-FILE.
       01  RATE-SCHEDULE-RECORD.
           05 RSC-KEY.
               10 RSC-CONFIG-KEY    PIC X(20).
               10 RSC-EFFECTIVE-ON  PIC X(10).
           05 RSC-NEW-VALUE         PIC X(15).
           05 RSC-OLD-VALUE         PIC X(15).
           05 RSC-APPLIED           PIC X.
           05 RSC-ENTERED-BY        PIC X(8).
           05 RSC-ENTERED-ON        PIC X(10).
           05 RSC-APPLIED-ON        PIC X(10).

      * THE DATED HISTORY OF EVERY CONFIG CHANGE - SCHEDULED, APPLIED,
      * CHANGED ON THE SPOT, OR WITHDRAWN - OLD VALUE, NEW VALUE AND
      * THE OPERATOR WHO ENTERED IT
       FD  CONFIG-HISTORY-FILE.
       01  CONFIG-HISTORY-RECORD.
           05 CFH-LOGGED-AT         PIC X(19).
           05 CFH-SEP-1             PIC X.
           05 CFH-ACTION            PIC X(9).
           05 CFH-SEP-2             PIC X.
           05 CFH-CONFIG-KEY        PIC X(20).
           05 CFH-SEP-3             PIC X.
           05 CFH-EFFECTIVE-ON      PIC X(10).
           05 CFH-SEP-4             PIC X.
           05 CFH-OLD-VALUE         PIC X(15).
           05 CFH-SEP-5             PIC X.
           05 CFH-NEW-VALUE         PIC X(15).
           05 CFH-SEP-6             PIC X.
           05 CFH-OPERATOR          PIC X(8).

      * THE REGISTRAR'S TERM-END CLEARANCE REQUEST - ONE LINE PER
      * GRADUATING (G), TRANSFERRING (T) OR WITHDRAWING (W) STUDENT
       FD  CLEARANCE-REQ-FILE.
       01  CLEARANCE-REQ-RECORD.
           05 CRQ-STUDENT-NUMBER    PIC X(11).
           05 CRQ-SEPARATION        PIC X.
           05 CRQ-STUDENT-NAME      PIC X(30).
           05 CRQ-TERM              PIC X(10).

      * OUR ANSWER, ONE LINE PER REQUEST LINE IN THE SAME ORDER. THE
      * REASONS FIELD CARRIES A SPACE-SEPARATED CODE FOR EACH BLOCK:
      * OPEN-VISIT BALANCE FINES APPEAL IMPOUND HOLD PERMIT INVALID-ID
       FD  CLEARANCE-RESP-FILE.
       01  CLEARANCE-RESP-RECORD.
           05 CRS-STUDENT-NUMBER    PIC X(11).
           05 CRS-SEPARATION        PIC X.
           05 CRS-RESULT            PIC X(11).
           05 CRS-CHECKED-ON        PIC X(10).
           05 CRS-BLOCK-COUNT       PIC 9.
           05 CRS-BALANCE           PIC 9(6).99.
           05 CRS-FINES             PIC 9(6).99.
           05 CRS-REASONS           PIC X(60).

       FD  CLEARANCE-RPT-FILE.
       01  CLEARANCE-RPT-RECORD.
           05 CLR-CARRIAGE-CONTROL  PIC X.
           05 CLR-LINE-TEXT         PIC X(131).

      * PRINTED MONTHLY STATEMENTS OF ACCOUNT - ONE PAGE-HEADED
      * STATEMENT PER STUDENT WITH ACTIVITY IN THE PERIOD
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD.
           05 STMT-CARRIAGE-CONTROL PIC X.
           05 STMT-LINE-TEXT        PIC X(131).

      * ONE FIXED-LAYOUT LINE PER STATEMENT FOR STUDENT AFFAIRS' MAIL
      * GATEWAY, WHICH SENDS THE SUMMARY TO THE MOBILE NUMBER ON FILE
       FD  STATEMENT-EXTRACT-FILE.
       01  STATEMENT-EXTRACT-RECORD.
           05 STX-STUDENT-NUMBER    PIC X(11).
           05 STX-MOBILE            PIC X(13).
           05 STX-STUDENT-NAME      PIC X(30).
           05 STX-PERIOD            PIC X(7).
           05 STX-STATEMENT-DATE    PIC X(10).
           05 STX-OPENING           PIC -9(7).99.
           05 STX-CHARGES           PIC 9(7).99.
           05 STX-CREDITS           PIC 9(7).99.
           05 STX-CLOSING           PIC -9(7).99.
           05 STX-LINE-COUNT        PIC 9(3).

      * INSTALLMENT PAYMENT PLANS. THE RECEIPT BALANCES AND FINES PUT
      * UNDER A PLAN ARE CLOSED OUT ON THEIR OWN RECORDS (RECEIPT
      * STATUS ONPLAN, FINE SETTLED 'P') AND OWED HERE INSTEAD, ON A
      * SCHEDULE OF UP TO TWELVE DATED INSTALLMENTS. STATUS CURRENT,
      * DEFAULTED (AN INSTALLMENT WENT PAST ITS DUE DATE UNPAID), OR
      * COMPLETED. ONE OPEN PLAN PER STUDENT AT A TIME
       FD  PAYMENT-PLAN-FILE.
       01  PAYMENT-PLAN-RECORD.
           05 PLN-KEY.
               10 PLN-STUDENT-NUMBER PIC X(11).
               10 PLN-CREATED-ON    PIC X(10).
           05 PLN-STATUS            PIC X(9).
           05 PLN-APPROVED-BY       PIC X(8).
           05 PLN-ORIGINAL-AMOUNT   PIC 9(6)V99.
           05 PLN-PAID-TO-DATE      PIC 9(6)V99.
           05 PLN-RECEIPT-COUNT     PIC 9(3).
           05 PLN-FINE-COUNT        PIC 9(3).
           05 PLN-NEXT-DUE          PIC X(10).
           05 PLN-DEFAULTED-ON      PIC X(10).
           05 PLN-CLOSED-ON         PIC X(10).
           05 PLN-INST-COUNT        PIC 99.
           05 PLN-INSTALLMENT OCCURS 12 TIMES.
               10 PLN-INS-DUE-DATE  PIC X(10).
               10 PLN-INS-AMOUNT    PIC 9(6)V99.
               10 PLN-INS-PAID      PIC 9(6)V99.
               10 PLN-INS-PAID-ON   PIC X(10).

      * ADVANCE SLOT RESERVATIONS - ONE NUMBERED SLOT HELD FOR ONE
      * STUDENT (OR "E" + EMPLOYEE NUMBER) IN ONE LOT ON ONE DATE,
      * WITH AN ARRIVAL WINDOW. A HELD SLOT IS KEPT OUT OF THE FREE
      * POOL UNTIL THE WINDOW CLOSES. STATUS HELD, CLAIMED (THE HOLDER
      * CHECKED IN), NOSHOW (THE WINDOW CLOSED UNCLAIMED), OR CANCELED
       FD  RESERVATION-FILE.
       01  RESERVATION-RECORD.
           05 RSV-KEY.
               10 RSV-LOT-ID        PIC X(10).
               10 RSV-DATE          PIC X(10).
               10 RSV-PERSON        PIC X(11).
           05 RSV-SLOT-NUMBER       PIC 9(4).
           05 RSV-SLOT-TYPE         PIC X(10).
           05 RSV-WINDOW-FROM       PIC X(5).
           05 RSV-WINDOW-TO         PIC X(5).
           05 RSV-REASON            PIC X(30).
           05 RSV-STATUS            PIC X(8).
           05 RSV-CREATED-BY        PIC X(8).
           05 RSV-CREATED-ON        PIC X(10).
           05 RSV-CLOSED-AT         PIC X(16).

      * THE SECURITY INCIDENT REGISTER - A STOLEN HELMET, A SCRATCHED
      * VEHICLE, A COLLISION IN A LOT - NUMBERED IN SEQUENCE. STATUS
      * OPEN, UNDER INVESTIGATION, OR CLOSED
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05 INC-NUMBER            PIC 9(6).
           05 INC-DATE              PIC X(10).
           05 INC-TIME              PIC X(5).
           05 INC-LOT-ID            PIC X(10).
           05 INC-SLOT-NUMBER       PIC 9(4).
           05 INC-TYPE              PIC X(10).
           05 INC-NARRATIVE         PIC X(200).
           05 INC-GUARD             PIC X(20).
           05 INC-STATUS            PIC X(20).
           05 INC-LOGGED-BY         PIC X(8).
           05 INC-LOGGED-AT         PIC X(16).
           05 INC-CLOSED-ON         PIC X(10).
           05 INC-VEHICLE-COUNT     PIC 9(3).

      * THE VEHICLES TIED TO AN INCIDENT, KEYED INCIDENT + SEQUENCE.
      * ROLE PRESENT = IN THE LOT AT THE TIME (LISTED AUTOMATICALLY
      * WHEN THE INCIDENT IS LOGGED, SOURCE PARKING / HISTORY / SLOT);
      * ROLE INVOLVED = NAMED BY SECURITY AS A PARTY TO IT
       FD  INCIDENT-VEHICLE-FILE.
       01  INCIDENT-VEHICLE-RECORD.
           05 IVH-KEY.
               10 IVH-INC-NUMBER    PIC 9(6).
               10 IVH-SEQ           PIC 9(3).
           05 IVH-ROLE              PIC X(8).
           05 IVH-STUDENT-NUMBER    PIC X(11).
           05 IVH-PLATE             PIC X(6).
           05 IVH-NAME              PIC X(30).
           05 IVH-VEHICLE-TYPE      PIC X(10).
           05 IVH-MODEL             PIC X(20).
           05 IVH-COLOR             PIC X(10).
           05 IVH-SLOT-NUMBER       PIC 9(4).
           05 IVH-ENTRY             PIC X(16).
           05 IVH-EXIT              PIC X(16).
           05 IVH-SOURCE            PIC X(8).

      * THE PRINTED INCIDENT REPORT FOR CLAIMS AND THE POLICE BLOTTER,
      * ONE FILE PER INCIDENT - SAME CARRIAGE-CONTROL TREATMENT AS THE
      * DATE RANGE REPORT
       FD  INCIDENT-REPORT-FILE.
       01  INCIDENT-REPORT-RECORD.
           05 IRP-CARRIAGE-CONTROL  PIC X.
           05 IRP-LINE-TEXT         PIC X(131).

      * THE GUARD'S HANDHELD UPLOAD FROM A LOT SWEEP - ONE LINE PER
      * PLATE SEEN, WITH THE LOT, THE SLOT IT WAS IN (ZERO WHEN IT
      * WAS NOT IN A NUMBERED SPACE) AND WHEN IT WAS SEEN
       FD  SWEEP-IN-FILE.
       01  SWEEP-IN-RECORD.
           05 SWI-LOT-ID            PIC X(10).
           05 SWI-SLOT-NUMBER       PIC 9(4).
           05 SWI-PLATE             PIC X(6).
           05 SWI-SEEN-AT           PIC X(16).
           05 SWI-GUARD             PIC X(20).

      * EVERY SWEEP RESULT KEPT BY PLATE, SO A PLATE THAT KEEPS
      * TURNING UP WITHOUT A VISIT (OR KEEPS SITTING IN SOMEONE
      * ELSE'S SLOT) SHOWS ITS HISTORY ON THE NEXT EXCEPTION REPORT.
      * SWH-RESULT IS SEEN, NOVISIT, UNSEEN OR WRONGSLT
       FD  SWEEP-HIST-FILE.
       01  SWEEP-HIST-RECORD.
           05 SWH-KEY.
               10 SWH-PLATE         PIC X(6).
               10 SWH-SWEEP-AT      PIC X(16).
               10 SWH-LOT-ID        PIC X(10).
           05 SWH-RESULT            PIC X(8).
           05 SWH-SLOT-SEEN         PIC 9(4).
           05 SWH-SLOT-ASSIGNED     PIC 9(4).
           05 SWH-HOLDER            PIC X(11).
           05 SWH-GUARD             PIC X(20).
           05 SWH-RUN-ON            PIC X(10).

       FD  SWEEP-RPT-FILE.
       01  SWEEP-RPT-RECORD.
           05 SWR-CARRIAGE-CONTROL  PIC X.
           05 SWR-LINE-TEXT         PIC X(131).

      * ONE RECORD PER STUDENT DROPPED FROM THE REGISTRAR'S ROSTER,
      * WRITTEN BY THE ROSTER LOAD ON THE DELETE (AND REMOVED AGAIN IF
      * THE STUDENT COMES BACK), SO THE RETENTION LIMIT HAS A DATE TO
      * RUN FROM ONCE THE MASTER RECORD ITSELF IS GONE. ANONYMIZED-ON
      * IS STAMPED BY THE SUPERVISOR-APPROVED ANONYMIZATION RUN
       FD  DEPARTED-FILE.
       01  DEPARTED-RECORD.
           05 DEP-STUDENT-NUMBER    PIC X(11).
           05 DEP-DROPPED-ON        PIC X(10).
           05 DEP-ANONYMIZED-ON     PIC X(10).
           05 DEP-APPROVED-BY       PIC X(8).

      * PRINTED "PERSONAL DATA HELD" EXTRACT FOR ONE STUDENT
       FD  DPA-REPORT-FILE.
       01  DPA-REPORT-RECORD.
           05 DPR-CARRIAGE-CONTROL  PIC X.
           05 DPR-LINE-TEXT         PIC X(131).

      * ONE CHANGE TO A PARKING PERIOD FILE - THE WHOLE RECORD AS IT
      * STOOD AFTER THE WRITE OR REWRITE (JUST THE KEY MATTERS FOR A
      * DELETE). A "BKP" ENTRY MARKS THE MOMENT A START-UP BACKUP WAS
      * TAKEN AND NAMES THE BACKUP FILE, SO A RESTORE KNOWS WHERE IN
      * THE JOURNAL TO START REPLAYING
       FD  CHANGE-JOURNAL-FILE.
       01  CHANGE-JOURNAL-RECORD.
           05 CJN-SEQUENCE       PIC 9(9).
           05 CJN-STAMP          PIC X(19).
           05 CJN-ACTION         PIC X(3).
               88 CJN-IS-ADD     VALUE "ADD".
               88 CJN-IS-CHANGE  VALUE "CHG".
               88 CJN-IS-DELETE  VALUE "DEL".
               88 CJN-IS-BACKUP  VALUE "BKP".
           05 CJN-PARKING-FILE   PIC X(20).
           05 CJN-OPERATOR       PIC X(8).
           05 CJN-AFTER-IMAGE    PIC X(183).
           05 CJN-BACKUP-MARK REDEFINES CJN-AFTER-IMAGE.
               10 CJN-BACKUP-NAME    PIC X(40).
               10 CJN-BACKUP-RECS    PIC 9(7).
               10 FILLER             PIC X(136).

      * THE NIGHTLY CONSOLIDATION EXTRACT EACH CAMPUS SENDS TO THE
      * MAIN CAMPUS - CAMPUS-EXTRACT-<CAMPUS>-<YYYY-MM-DD>.dat. ONE
      * HEADER, THE DETAIL LINES, AND A TRAILER CARRYING THE CONTROL
      * TOTALS THE MAIN CAMPUS CHECKS THE DETAIL AGAINST. AMOUNTS ARE
      * UNEDITED SO THE FILE RELOADS EXACTLY
       FD  CAMPUS-EXTRACT-FILE.
       01  CAMPUS-EXTRACT-RECORD.
           05 CXT-REC-TYPE          PIC X.
               88 CXT-IS-HEADER     VALUE "H".
               88 CXT-IS-VISIT      VALUE "V".
               88 CXT-IS-OCCUPANCY  VALUE "O".
               88 CXT-IS-RECEIPTS   VALUE "R".
               88 CXT-IS-CITATION   VALUE "C".
               88 CXT-IS-UNPAID     VALUE "U".
               88 CXT-IS-HOLD       VALUE "D".
               88 CXT-IS-TRAILER    VALUE "T".
           05 CXT-CAMPUS            PIC X(8).
           05 CXT-EXTRACT-DATE      PIC X(10).
           05 CXT-BODY              PIC X(100).
      * H - WHEN THE EXTRACT WAS CUT
           05 CXT-HEADER-BODY REDEFINES CXT-BODY.
               10 CXH-CREATED-AT    PIC X(16).
               10 FILLER            PIC X(84).
      * V - A VISIT THAT BEGAN ON THE EXTRACT DATE, OR IS STILL OPEN
           05 CXT-VISIT-BODY REDEFINES CXT-BODY.
               10 CXV-STUDENT       PIC X(11).
               10 CXV-PLATE         PIC X(6).
               10 CXV-VEHICLE-TYPE  PIC X(10).
               10 CXV-LOT           PIC X(10).
               10 CXV-ENTRY         PIC X(16).
               10 CXV-EXIT          PIC X(16).
               10 CXV-FEE           PIC 9(5)V99.
               10 CXV-STATUS        PIC X.
                   88 CXV-OPEN      VALUE "O".
                   88 CXV-CLOSED    VALUE "C".
               10 FILLER            PIC X(23).
      * O - THE LOT AT THE MOMENT OF THE EXTRACT
           05 CXT-OCC-BODY REDEFINES CXT-BODY.
               10 CXO-CAPACITY      PIC 9(5).
               10 CXO-SLOTS-USED    PIC 9(5).
               10 CXO-PARKED        PIC 9(5).
               10 FILLER            PIC X(85).
      * R - THE DAY'S RECEIPTS FOR ONE REVENUE TYPE AND TENDER,
      * REFUNDS NETTED OFF
           05 CXT-RCPT-BODY REDEFINES CXT-BODY.
               10 CXR-REVENUE-TYPE  PIC X(8).
               10 CXR-TENDER        PIC X(8).
               10 CXR-COUNT         PIC 9(7).
               10 CXR-AMOUNT        PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
               10 FILLER            PIC X(65).
      * C - A CITATION WRITTEN ON THE EXTRACT DATE
           05 CXT-CITE-BODY REDEFINES CXT-BODY.
               10 CXC-STUDENT       PIC X(11).
               10 CXC-DATE          PIC X(10).
               10 CXC-TYPE          PIC X(30).
               10 CXC-FINE          PIC 9(5)V99.
               10 CXC-SETTLED       PIC X.
               10 FILLER            PIC X(41).
      * U - ONE UNPAID ITEM STANDING AGAINST A STUDENT: A RECEIPT
      * BALANCE, AN UNSETTLED FINE, OR A DEFAULTED PAYMENT PLAN
           05 CXT-UNPAID-BODY REDEFINES CXT-BODY.
               10 CXU-STUDENT       PIC X(11).
               10 CXU-SOURCE        PIC X(4).
               10 CXU-REFERENCE     PIC X(20).
               10 CXU-AMOUNT        PIC 9(7)V99.
               10 FILLER            PIC X(56).
      * D - A DISCIPLINARY HOLD IN FORCE
           05 CXT-HOLD-BODY REDEFINES CXT-BODY.
               10 CXD-STUDENT       PIC X(11).
               10 CXD-REASON        PIC X(40).
               10 CXD-PLACED-ON     PIC X(10).
               10 CXD-EXPIRY        PIC X(10).
               10 FILLER            PIC X(29).
      * T - CONTROL TOTALS OVER EVERYTHING BETWEEN HEADER AND TRAILER
           05 CXT-TRAILER-BODY REDEFINES CXT-BODY.
               10 CXT-DETAIL-COUNT  PIC 9(7).
               10 CXT-VISIT-COUNT   PIC 9(7).
               10 CXT-VISIT-FEES    PIC 9(9)V99.
               10 CXT-RCPT-COUNT    PIC 9(7).
               10 CXT-RCPT-AMOUNT   PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
               10 CXT-CITE-COUNT    PIC 9(7).
               10 CXT-CITE-FINES    PIC 9(9)V99.
               10 CXT-UNPAID-COUNT  PIC 9(7).
               10 CXT-UNPAID-AMOUNT PIC 9(9)V99.
               10 CXT-HOLD-COUNT    PIC 9(7).
               10 FILLER            PIC X(13).

      * THE CAMPUSES THE MAIN CAMPUS EXPECTS AN EXTRACT FROM
       FD  CAMPUS-LIST-FILE.
       01  CAMPUS-LIST-RECORD.
           05 CML-CAMPUS            PIC X(8).
           05 CML-CAMPUS-NAME       PIC X(30).

       FD  CCN-REPORT-FILE.
       01  CCN-REPORT-RECORD.
           05 CCR-CARRIAGE-CONTROL  PIC X.
           05 CCR-LINE-TEXT         PIC X(131).

      * ONE BLOCKING ITEM (UNPAID OR HOLD) AT ONE CAMPUS, GATHERED
      * FROM EVERY BALANCED EXTRACT AND SORTED BY STUDENT
       FD  XCAMPUS-WORK-FILE.
       01  XCAMPUS-WORK-RECORD.
           05 XCW-STUDENT           PIC X(11).
           05 XCW-CAMPUS            PIC X(8).
           05 XCW-REASON            PIC X(4).
           05 XCW-AMOUNT            PIC 9(7)V99.
           05 XCW-DETAIL            PIC X(40).

       SD  XCAMPUS-SORT-FILE.
       01  XCAMPUS-SORT-RECORD.
           05 XCS-STUDENT           PIC X(11).
           05 XCS-CAMPUS            PIC X(8).
           05 XCS-REASON            PIC X(4).
           05 XCS-AMOUNT            PIC 9(7)V99.
           05 XCS-DETAIL            PIC X(40).

      * THE CROSS-CAMPUS BLOCK LIST SENT BACK OUT TO EVERY CAMPUS
       FD  XCAMPUS-BLOCK-FILE.
       01  XCAMPUS-BLOCK-RECORD.
           05 XCB-STUDENT           PIC X(11).
           05 XCB-CAMPUS            PIC X(8).
           05 XCB-REASON            PIC X(4).
           05 XCB-AMOUNT            PIC 9(7)V99.
           05 XCB-DETAIL            PIC X(40).

      * THE RFID TAG REGISTER - ONE RECORD PER TAG SERIAL, FROM THE DAY
      * THE BLANK TAG IS RECEIVED INTO STOCK. ISSUE RECORDS THE STUDENT,
      * PLATE, DATE AND CLERK; LOSS, REPLACEMENT AND RETURN RECORD WHEN
      * AND BY WHOM THE TAG STOPPED OPENING THE GATE. A REPLACED TAG
      * NAMES THE SERIAL THAT TOOK ITS PLACE AND THE FEE RECEIPT
       FD  TAG-FILE.
       01  TAG-RECORD.
           05 TAG-SERIAL            PIC X(11).
           05 TAG-STATUS            PIC X(8).
               88 TAG-IS-STOCK          VALUE "STOCK".
               88 TAG-IS-ACTIVE         VALUE "ACTIVE".
               88 TAG-IS-LOST           VALUE "LOST".
               88 TAG-IS-REPLACED       VALUE "REPLACED".
               88 TAG-IS-RETURNED       VALUE "RETURNED".
           05 TAG-STUDENT-NUMBER    PIC X(11).
           05 TAG-PLATE             PIC X(6).
           05 TAG-RECEIVED-ON       PIC X(10).
           05 TAG-ISSUED-ON         PIC X(10).
           05 TAG-ISSUED-BY         PIC X(8).
           05 TAG-STATUS-ON         PIC X(10).
           05 TAG-STATUS-BY         PIC X(8).
           05 TAG-REPLACED-BY       PIC X(11).
           05 TAG-FEE-RECEIPT       PIC 9(8).

       FD  TAG-RPT-FILE.
       01  TAG-RPT-RECORD.
           05 TGR-CARRIAGE-CONTROL  PIC X.
           05 TGR-LINE-TEXT         PIC X(131).

      * THE RIDER'S DRIVER'S LICENSE AND THE VEHICLE'S LTO REGISTRATION
      * (OR/CR) FOR EACH REGISTERED VEHICLE, KEYED STUDENT + PLATE -
      * THE UNIVERSITY'S INSURANCE ONLY COVERS A VEHICLE WHOSE DRIVER
      * IS LICENSED AND WHOSE REGISTRATION IS CURRENT
       FD  VEHICLE-DOC-FILE.
       01  VEHICLE-DOC-RECORD.
           05 VDC-KEY.
               10 VDC-STUDENT-NUMBER PIC X(11).
               10 VDC-PLATE          PIC X(6).
           05 VDC-LICENSE-NUMBER    PIC X(15).
           05 VDC-LICENSE-EXPIRY    PIC X(10).
           05 VDC-REG-EXPIRY        PIC X(10).
           05 VDC-UPDATED-ON        PIC X(10).
           05 VDC-UPDATED-BY        PIC X(8).

      * MONTHLY EXTRACT FOR THE STUDENT AFFAIRS OFFICE'S SMS/EMAIL
      * GATEWAY, IN THE SAME SHAPE AS THE OVERSTAY NOTICES - ONE LINE
      * PER DOCUMENT ABOUT TO LAPSE (OR LAPSED BUT STILL IN ITS GRACE
      * PERIOD), WITH THE DATE THE GATE WILL START REFUSING THE
      * VEHICLE. REWRITTEN FRESH BY EACH RUN
       FD  DOC-NOTICE-FILE.
       01  DOC-NOTICE-RECORD.
           05 DXN-STUDENT-NUMBER    PIC X(11).
           05 DXN-STUDENT-NAME      PIC X(30).
           05 DXN-MOBILE            PIC X(13).
           05 DXN-PLATE             PIC X(6).
           05 DXN-DOCUMENT          PIC X(12).
           05 DXN-EXPIRY-DATE       PIC X(10).
           05 DXN-REFUSED-FROM      PIC X(10).

      * ONE SEMESTER PERMIT APPLICATION PER STUDENT PER ROUND, KEYED
      * ROUND + STUDENT. THE CATEGORY (PWD, WORKING SCHOLAR, FAR
      * COMMUTER, GENERAL) SETS THE PRIORITY TIER; THE LOTTERY NUMBER
      * DRAWN WHEN APPLICATIONS CLOSE ORDERS APPLICANTS WITHIN A TIER,
      * AND THE POSITION IS THE RESULTING PLACE IN THE LOT/VEHICLE
      * TYPE POOL. STATUS RUNS APPLIED -> WAITING (DRAWN) -> OFFERED
      * -> ACCEPTED, OR LAPSED (OFFER NOT PAID BY THE DEADLINE) OR
      * WITHDRAWN - NOTHING IS DELETED, SO THE SELECTION CAN BE SHOWN
      * AFTERWARDS EXACTLY AS IT WAS MADE
       FD  PERMIT-APPLY-FILE.
       01  PERMIT-APPLY-RECORD.
           05 PAP-KEY.
               10 PAP-ROUND          PIC X(6).
               10 PAP-STUDENT-NUMBER PIC X(11).
           05 PAP-CATEGORY          PIC X(10).
           05 PAP-TIER              PIC 9.
           05 PAP-LOT-ID            PIC X(10).
           05 PAP-VEHICLE-TYPE      PIC X(10).
           05 PAP-PLATE             PIC X(6).
           05 PAP-SOURCE            PIC X(6).
           05 PAP-APPLIED-ON        PIC X(10).
           05 PAP-LOTTERY-NO        PIC 9(9).
           05 PAP-POSITION          PIC 9(5).
           05 PAP-STATUS            PIC X(10).
               88 PAP-IS-APPLIED    VALUE "APPLIED".
               88 PAP-IS-WAITING    VALUE "WAITING".
               88 PAP-IS-OFFERED    VALUE "OFFERED".
               88 PAP-IS-ACCEPTED   VALUE "ACCEPTED".
               88 PAP-IS-LAPSED     VALUE "LAPSED".
               88 PAP-IS-WITHDRAWN  VALUE "WITHDRAWN".
           05 PAP-STATUS-ON         PIC X(10).
           05 PAP-OFFER-DEADLINE    PIC X(10).
           05 PAP-PERMIT-NUMBER     PIC 9(8).
           05 PAP-FEE-RECEIPT       PIC 9(8).

      * PERMITS SET ASIDE FOR THE ROUND PER LOT AND VEHICLE TYPE.
      * PQT-HELD IS RECOUNTED BY EACH ALLOCATION PASS - OFFERS STILL
      * OPEN PLUS OFFERS ACCEPTED - SO A LAPSED OR WITHDRAWN OFFER
      * FREES ITS PLACE FOR THE NEXT APPLICANT IN LINE
       FD  PERMIT-QUOTA-FILE.
       01  PERMIT-QUOTA-RECORD.
           05 PQT-KEY.
               10 PQT-ROUND          PIC X(6).
               10 PQT-LOT-ID         PIC X(10).
               10 PQT-VEHICLE-TYPE   PIC X(10).
           05 PQT-QUOTA             PIC 9(4).
           05 PQT-HELD              PIC 9(4).
           05 PQT-SET-ON            PIC X(10).
           05 PQT-SET-BY            PIC X(8).

      * APPLICATIONS TAKEN ONLINE OR ON PAPER BY STUDENT AFFAIRS AND
      * HANDED OVER AS A FILE - ONE PER LINE
       FD  PERMIT-APPIN-FILE.
       01  PERMIT-APPIN-RECORD.
           05 PAI-STUDENT-NUMBER    PIC X(11).
           05 PAI-CATEGORY          PIC X(10).
           05 PAI-LOT-ID            PIC X(10).
           05 PAI-VEHICLE-TYPE      PIC X(10).
           05 PAI-PLATE             PIC X(6).

      * ONE LINE PER APPLICATION IN THE ROUND, SORTED INTO POOL /
      * TIER / LOTTERY ORDER FOR THE ALLOCATION PASS
       FD  PERMIT-RANK-WORK-FILE.
       01  PERMIT-RANK-WORK-RECORD.
           05 PRW-LOT-ID            PIC X(10).
           05 PRW-VEHICLE-TYPE      PIC X(10).
           05 PRW-TIER              PIC 9.
           05 PRW-LOTTERY-NO        PIC 9(9).
           05 PRW-STUDENT-NUMBER    PIC X(11).

       SD  PERMIT-RANK-SORT-FILE.
       01  PERMIT-RANK-SORT-RECORD.
           05 PRS-LOT-ID            PIC X(10).
           05 PRS-VEHICLE-TYPE      PIC X(10).
           05 PRS-TIER              PIC 9.
           05 PRS-LOTTERY-NO        PIC 9(9).
           05 PRS-STUDENT-NUMBER    PIC X(11).

       FD  PERMIT-RANKED-FILE.
       01  PERMIT-RANKED-RECORD.
           05 PRK-LOT-ID            PIC X(10).
           05 PRK-VEHICLE-TYPE      PIC X(10).
           05 PRK-TIER              PIC 9.
           05 PRK-LOTTERY-NO        PIC 9(9).
           05 PRK-STUDENT-NUMBER    PIC X(11).

       FD  PERMIT-ALLOC-RPT-FILE.
       01  PERMIT-ALLOC-RPT-RECORD.
           05 PAR-CARRIAGE-CONTROL  PIC X.
           05 PAR-LINE-TEXT         PIC X(131).

      * ONE LINE PER PERMIT OFFER MADE, FOR STUDENT AFFAIRS' SMS/EMAIL
      * GATEWAY. APPENDED BY EVERY ALLOCATION PASS (AN OFFER PASSED ON
      * FROM A LAPSED ONE CAN BE MADE ANY NIGHT), DATED SO THE
      * GATEWAY PICKS UP ONLY WHAT IS NEW
       FD  PERMIT-OFFER-FILE.
       01  PERMIT-OFFER-RECORD.
           05 POF-OFFERED-ON        PIC X(10).
           05 POF-STUDENT-NUMBER    PIC X(11).
           05 POF-STUDENT-NAME      PIC X(30).
           05 POF-MOBILE            PIC X(13).
           05 POF-ROUND             PIC X(6).
           05 POF-LOT-ID            PIC X(10).
           05 POF-VEHICLE-TYPE      PIC X(10).
           05 POF-PAY-BY            PIC X(10).
           05 POF-FEE               PIC 9(5)V99.

      * THE STATUTORY DISCOUNT / FEE-EXEMPTION REGISTER - ONE ENTRY PER
      * GRANT, KEYED STUDENT + START DATE SO A RENEWED PWD ID OR A NEW
      * SCHOLARSHIP TERM IS A NEW ENTRY AND THE OLD ONE STAYS AS
      * HISTORY. THE CATEGORY (PWD / SCHOLAR / COUNCIL) SETS THE
      * PERCENTAGE THROUGH CONFIG; THE SUPPORTING ID AND THE APPROVING
      * OFFICER ARE WHAT THE AUDIT OFFICE ASKS FOR. A REVOKED ENTRY IS
      * KEPT, NOT DELETED
       FD  DISCOUNT-FILE.
       01  DISCOUNT-RECORD.
           05 DSC-KEY.
               10 DSC-STUDENT-NUMBER PIC X(11).
               10 DSC-VALID-FROM    PIC X(10).
           05 DSC-VALID-TO          PIC X(10).
           05 DSC-CATEGORY          PIC X(10).
           05 DSC-ID-NUMBER         PIC X(20).
           05 DSC-APPROVED-BY       PIC X(30).
           05 DSC-ENTERED-BY        PIC X(8).
           05 DSC-ENTERED-ON        PIC X(10).
           05 DSC-STATUS            PIC X(8).
               88 DSC-IS-ACTIVE     VALUE "ACTIVE".
               88 DSC-IS-REVOKED    VALUE "REVOKED".
           05 DSC-REVOKED-BY        PIC X(8).
           05 DSC-REVOKED-ON        PIC X(10).

      * ONE LINE PER DISCOUNT ACTUALLY GRANTED ON A VISIT FEE, KEYED BY
      * THE VISIT (STUDENT + ENTRY MINUTE) AND THE STAGE IT WAS GRANTED
      * AT - 'S' AT THE PAY-STATION, 'X' WHEN THE VISIT CLOSED (A TOP-
      * UP PAST A PAY-STATION WINDOW CARRIES ONLY THE DISCOUNT ON THE
      * TOP-UP). THE RECEIPT THE NET FEE WENT ON IS THE ALTERNATE KEY -
      * ZERO FOR A FULL EXEMPTION, WHICH RAISES NO RECEIPT. THE GROSS
      * AND THE DISCOUNT ARE WHAT THE FINANCE JOURNAL POSTS SEPARATELY
       FD  DISC-LEDGER-FILE.
       01  DISC-LEDGER-RECORD.
           05 DGL-KEY.
               10 DGL-STUDENT-NUMBER PIC X(11).
               10 DGL-ENTRY-TIME    PIC X(16).
               10 DGL-STAGE         PIC X.
           05 DGL-RECEIPT-NUMBER    PIC 9(8).
           05 DGL-GRANTED-ON        PIC X(10).
           05 DGL-GRANTED-AT        PIC X(5).
           05 DGL-CATEGORY          PIC X(10).
           05 DGL-ID-NUMBER         PIC X(20).
           05 DGL-APPROVED-BY       PIC X(30).
           05 DGL-PERCENT           PIC 9(3).
           05 DGL-GROSS             PIC 9(5)V99.
           05 DGL-DISCOUNT          PIC 9(5)V99.
           05 DGL-NET               PIC 9(5)V99.
           05 DGL-LOT-ID            PIC X(10).
           05 DGL-OPERATOR          PIC X(8).

      * THE MONTH'S DISCOUNT LINES, SORTED INTO CATEGORY / DATE ORDER
      * FOR THE AUDIT OFFICE REPORT
       FD  DISC-WORK-FILE.
       01  DISC-WORK-RECORD.
           05 DSW-CATEGORY          PIC X(10).
           05 DSW-GRANTED-ON        PIC X(10).
           05 DSW-GRANTED-AT        PIC X(5).
           05 DSW-STUDENT-NUMBER    PIC X(11).
           05 DSW-ID-NUMBER         PIC X(20).
           05 DSW-APPROVED-BY       PIC X(30).
           05 DSW-RECEIPT-NUMBER    PIC 9(8).
           05 DSW-PERCENT           PIC 9(3).
           05 DSW-GROSS             PIC 9(5)V99.
           05 DSW-DISCOUNT          PIC 9(5)V99.
           05 DSW-NET               PIC 9(5)V99.

       SD  DISC-SORT-FILE.
       01  DISC-SORT-RECORD.
           05 DSS-CATEGORY          PIC X(10).
           05 DSS-GRANTED-ON        PIC X(10).
           05 DSS-GRANTED-AT        PIC X(5).
           05 DSS-STUDENT-NUMBER    PIC X(11).
           05 DSS-ID-NUMBER         PIC X(20).
           05 DSS-APPROVED-BY       PIC X(30).
           05 DSS-RECEIPT-NUMBER    PIC 9(8).
           05 DSS-PERCENT           PIC 9(3).
           05 DSS-GROSS             PIC 9(5)V99.
           05 DSS-DISCOUNT          PIC 9(5)V99.
           05 DSS-NET               PIC 9(5)V99.

       FD  DISC-SORTED-FILE.
       01  DISC-SORTED-RECORD.
           05 DSK-CATEGORY          PIC X(10).
           05 DSK-GRANTED-ON        PIC X(10).
           05 DSK-GRANTED-AT        PIC X(5).
           05 DSK-STUDENT-NUMBER    PIC X(11).
           05 DSK-ID-NUMBER         PIC X(20).
           05 DSK-APPROVED-BY       PIC X(30).
           05 DSK-RECEIPT-NUMBER    PIC 9(8).
           05 DSK-PERCENT           PIC 9(3).
           05 DSK-GROSS             PIC 9(5)V99.
           05 DSK-DISCOUNT          PIC 9(5)V99.
           05 DSK-NET               PIC 9(5)V99.

      * THE MONTHLY DISCOUNT REPORT FOR THE AUDIT OFFICE
       FD  DISC-REPORT-FILE.
       01  DISC-REPORT-RECORD.
           05 DSR-CARRIAGE-CONTROL  PIC X.
           05 DSR-LINE-TEXT         PIC X(131).

      * THE MONTHLY CLERK EXCEPTION REPORT FOR INTERNAL AUDIT
       FD  CLERK-EXC-RPT-FILE.
       01  CLERK-EXC-RPT-RECORD.
           05 CXR-CARRIAGE-CONTROL  PIC X.
           05 CXR-LINE-TEXT         PIC X(131).

      * ONE RECORD PER SENSITIVE SUPERVISOR ACTION WAITING ON A SECOND
      * SUPERVISOR (VOID/REFUND, HOLD LIFT, FORCE-CLOSE, IMPOUND
      * RELEASE). THE MAKER'S INPUTS ARE KEPT SO THE APPROVED ACTION
      * IS CARRIED OUT EXACTLY AS IT WAS ASKED FOR. STATUS RUNS
      * PENDING -> APPROVED, REJECTED, EXPIRED (LEFT TOO LONG) OR
      * FAILED (APPROVED BUT COULD NOT BE CARRIED OUT) - NOTHING IS
      * DELETED
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05 MKC-REQUEST-NUMBER    PIC 9(6).
           05 MKC-ACTION            PIC X(8).
               88 MKC-IS-VOID       VALUE "VOID".
               88 MKC-IS-BL-LIFT    VALUE "BL-LIFT".
               88 MKC-IS-FCLOSE     VALUE "FCLOSE".
               88 MKC-IS-IMP-REL    VALUE "IMP-REL".
           05 MKC-STUDENT-NUMBER    PIC X(11).
           05 MKC-PLATE             PIC X(6).
           05 MKC-RECEIPT-IN        PIC X(10).
           05 MKC-FC-REASON-CODE    PIC X.
           05 MKC-FC-EXIT-IN        PIC X(16).
           05 MKC-FC-BILL-YN        PIC X.
           05 MKC-TENDER            PIC X(8).
           05 MKC-REASON            PIC X(40).
           05 MKC-SUMMARY           PIC X(40).
           05 MKC-MAKER-ID          PIC X(8).
           05 MKC-REQUESTED-AT      PIC X(16).
           05 MKC-STATUS            PIC X(8).
               88 MKC-IS-PENDING    VALUE "PENDING".
               88 MKC-IS-APPROVED   VALUE "APPROVED".
               88 MKC-IS-REJECTED   VALUE "REJECTED".
               88 MKC-IS-EXPIRED    VALUE "EXPIRED".
               88 MKC-IS-FAILED     VALUE "FAILED".
           05 MKC-CHECKER-ID        PIC X(8).
           05 MKC-DECIDED-AT        PIC X(16).
           05 MKC-DECISION-NOTE     PIC X(30).

      * THE PATROL HANDHELDS' CITATION EXPORT - ONE LINE PER TICKET
      * WRITTEN ON THE ROUND. A GUARD WHO COULD NOT GET THE STUDENT
      * NUMBER LEAVES IT BLANK AND THE PLATE IS RESOLVED ON UPLOAD
       FD  CITATION-UPLOAD-FILE.
       01  HHC-RECORD.
           05 HHC-STUDENT-NUMBER    PIC X(11).
           05 HHC-LICENSE-PLATE     PIC X(6).
           05 HHC-VIOLATION-TYPE    PIC X(30).
           05 HHC-VIOLATION-DATE    PIC X(10).
           05 HHC-VIOLATION-TIME    PIC X(8).
           05 HHC-LOT-ID            PIC X(10).
           05 HHC-GUARD-ID          PIC X(8).

      * HANDHELD CITATIONS THE UPLOAD COULD NOT POST (UNKNOWN PLATE,
      * BAD VIOLATION TYPE, DUPLICATE OF ONE ON FILE...) - HELD WITH
      * THE REASON UNTIL A CLERK CORRECTS AND RESUBMITS THEM
       FD  CIT-SUSPENSE-FILE.
       01  CSP-RECORD.
           05 CSP-CITATION          PIC X(83).
           05 CSP-REASON            PIC X(30).
           05 CSP-TIMESTAMP         PIC X(19).

      * SCRATCH COPY OF THE CITATION SUSPENSE QUEUE FOR A CORRECTION
      * OR RESUBMISSION RUN, AS THE SCANNER RETRY FILE IS
       FD  CIT-RETRY-FILE.
       01  CRT-RECORD.
           05 CRT-CITATION          PIC X(83).
           05 CRT-REASON            PIC X(30).
           05 CRT-TIMESTAMP         PIC X(19).

      * THE CITATION LOAD CONTROL REPORT - ONE LINE PER GUARD
       FD  CIT-LOAD-RPT-FILE.
       01  CIT-LOAD-RPT-RECORD.
           05 HHR-CARRIAGE-CONTROL  PIC X.
           05 HHR-LINE-TEXT         PIC X(131).

      * THE UNIVERSITY PORTAL'S REQUEST DROP - ONE LINE PER QUESTION A
      * STUDENT ASKED ONLINE. THE TYPE IS BALANCE, PERMIT, OPEN-VISIT,
      * VIOLATIONS OR HISTORY. THE PORTAL APPENDS TO
      * PORTAL-REQUESTS.dat; THE BATCH RENAMES THAT TO THE WORK COPY
      * READ HERE BEFORE IT STARTS, SO A REQUEST DROPPED MID-RUN WAITS
      * FOR THE NEXT POLL
       FD  PORTAL-REQUEST-FILE.
       01  PRQ-RECORD.
           05 PRQ-REQUEST-ID        PIC X(12).
           05 PRQ-STUDENT-NUMBER    PIC X(11).
           05 PRQ-REQUEST-TYPE      PIC X(10).

      * THE ANSWERS THE PORTAL PICKS UP - ONE OR MORE FIXED-LAYOUT
      * LINES PER REQUEST, NUMBERED FROM 1. PRP-RESULT IS "OK" FOR AN
      * ANSWER, "NF" WHEN THERE IS NOTHING ON FILE TO LIST, "IS" FOR A
      * BAD STUDENT NUMBER AND "IT" FOR AN UNKNOWN REQUEST TYPE; ONLY
      * AN "OK" LINE CARRIES DETAIL, LAID OUT BY REQUEST TYPE
       FD  PORTAL-RESPONSE-FILE.
       01  PRP-RECORD.
           05 PRP-REQUEST-ID        PIC X(12).
           05 PRP-STUDENT-NUMBER    PIC X(11).
           05 PRP-REQUEST-TYPE      PIC X(10).
           05 PRP-RESULT            PIC X(2).
           05 PRP-LINE-NO           PIC 9(3).
           05 PRP-DETAIL            PIC X(130).
           05 PRP-BALANCE-DETAIL REDEFINES PRP-DETAIL.
               10 PRP-BAL-OUTSTANDING  PIC 9(6)V99.
               10 PRP-BAL-RECEIPTS     PIC 9(4).
               10 PRP-BAL-FINES        PIC 9(6)V99.
               10 PRP-BAL-CITATIONS    PIC 9(3).
               10 FILLER               PIC X(107).
           05 PRP-PERMIT-DETAIL REDEFINES PRP-DETAIL.
               10 PRP-PMT-ACTIVE       PIC X.
               10 PRP-PMT-NUMBER       PIC 9(8).
               10 PRP-PMT-VALID-TO     PIC X(10).
               10 FILLER               PIC X(111).
           05 PRP-VISIT-DETAIL REDEFINES PRP-DETAIL.
               10 PRP-VIS-PARKED       PIC X.
               10 PRP-VIS-LOT          PIC X(10).
               10 PRP-VIS-ENTRY        PIC X(16).
               10 PRP-VIS-HOURS        PIC 9(6).
               10 PRP-VIS-MINUTES      PIC 99.
               10 PRP-VIS-FEE          PIC 9(5)V99.
               10 PRP-VIS-DSC-CATEGORY PIC X(10).
               10 PRP-VIS-DSC-PERCENT  PIC 9(3).
               10 PRP-VIS-PAID-THROUGH PIC X(16).
               10 FILLER               PIC X(59).
           05 PRP-HISTORY-DETAIL REDEFINES PRP-DETAIL.
               10 PRP-HIS-ENTRY        PIC X(16).
               10 PRP-HIS-LOT          PIC X(10).
               10 PRP-HIS-HOURS        PIC 9(6).
               10 PRP-HIS-MINUTES      PIC 99.
               10 PRP-HIS-FEE          PIC 9(5)V99.
               10 PRP-HIS-STATE        PIC X(6).
               10 FILLER               PIC X(83).
           05 PRP-VIOLATION-DETAIL REDEFINES PRP-DETAIL.
               10 PRP-VIO-DATE         PIC X(10).
               10 PRP-VIO-TYPE         PIC X(30).
               10 PRP-VIO-DESCRIPTION  PIC X(40).
               10 PRP-VIO-ISSUED-BY    PIC X(20).
               10 PRP-VIO-FINE         PIC 9(5)V99.
               10 PRP-VIO-SETTLED      PIC X.
               10 PRP-VIO-SETTLED-ON   PIC X(10).
               10 FILLER               PIC X(12).

      * ONE LINE PER PORTAL REQUEST SERVED - WHO ASKED WHAT, WHEN,
      * THE RESULT, AND HOW MANY LINES WENT BACK
       FD  PORTAL-LOG-FILE.
       01  PLG-RECORD.
           05 PLG-TIMESTAMP         PIC X(19).
           05 PLG-REQUEST-ID        PIC X(12).
           05 PLG-STUDENT-NUMBER    PIC X(11).
           05 PLG-REQUEST-TYPE      PIC X(10).
           05 PLG-RESULT            PIC X(2).
           05 PLG-LINES             PIC 9(3).

      * THE DEANS' MONTHLY PARKING USAGE AND REVENUE BY COLLEGE
       FD  COLLEGE-RPT-FILE.
       01  COLLEGE-RPT-RECORD.
           05 CGR-CARRIAGE-CONTROL  PIC X.
           05 CGR-LINE-TEXT         PIC X(131).

      * EVERY PLATE CHANGE MADE - A CONDUCTION STICKER GIVING WAY TO
      * THE LTO PLATE, OR A PLATE REISSUED - KEYED BY THE PLATE THAT
      * WENT OUT OF USE, WITH THE PLATE THAT REPLACED IT AS A SECOND
      * KEY. A PLATE SEARCH FOLLOWS THE CHAIN EITHER WAY, SO VISITS
      * MADE UNDER THE OLD PLATE ARE STILL FOUND AFTER THE CHANGE
       FD  PLATE-ALIAS-FILE.
       01  PLATE-ALIAS-RECORD.
           05 PAL-OLD-PLATE         PIC X(6).
           05 PAL-NEW-PLATE         PIC X(6).
           05 PAL-EFFECTIVE-ON      PIC X(10).
           05 PAL-OWNER             PIC X(11).
           05 PAL-CHANGED-ON        PIC X(10).
           05 PAL-CHANGED-BY        PIC X(8).
           05 PAL-RECORDS-MOVED     PIC 9(5).

      * THE OVERNIGHT AUTHORIZATION REGISTER - THESIS LAB RUNS AND
      * DORMITORY RESIDENTS CLEARED BY STUDENT AFFAIRS, ONE RECORD PER
      * STUDENT, PLATE AND WINDOW. INSIDE AN ACTIVE WINDOW, AND ONLY
      * ON ITS ASSIGNED LOT, THE VEHICLE IS NOT AN OVERSTAY AND PAYS
      * THE OVERNIGHT RATE INSTEAD OF THE DAILY CAP. A REVOKED WINDOW
      * IS KEPT, STAMPED, AS HISTORY
       FD  OVERNIGHT-FILE.
       01  OVERNIGHT-RECORD.
           05 OVN-KEY.
               10 OVN-STUDENT-NUMBER PIC X(11).
               10 OVN-PLATE          PIC X(6).
               10 OVN-FROM-DATE      PIC X(10).
           05 OVN-TO-DATE           PIC X(10).
           05 OVN-OFFICE            PIC X(20).
           05 OVN-LOT-ID            PIC X(10).
           05 OVN-REASON            PIC X(30).
           05 OVN-STATUS            PIC X(8).
               88 OVN-IS-ACTIVE         VALUE "ACTIVE".
               88 OVN-IS-REVOKED        VALUE "REVOKED".
           05 OVN-ENTERED-ON        PIC X(10).
           05 OVN-ENTERED-BY        PIC X(8).
           05 OVN-REVOKED-ON        PIC X(10).
           05 OVN-REVOKED-BY        PIC X(8).

      * THE STUDENT'S PREPAID PARKING WALLET - ONE RECORD PER STUDENT,
      * OPENED BY THE FIRST TOP-UP. THE BALANCE IS MONEY HELD FOR THE
      * STUDENT UNTIL A VISIT FEE IS TAKEN OUT OF IT AT THE GATE
       FD  WALLET-FILE.
       01  WALLET-RECORD.
           05 WLT-STUDENT-NUMBER    PIC X(11).
           05 WLT-BALANCE           PIC 9(5)V99.
           05 WLT-OPENED-ON         PIC X(10).
           05 WLT-LAST-TOPUP        PIC X(10).
           05 WLT-LAST-DEBIT        PIC X(10).

      * EVERY MOVEMENT ON A WALLET, KEYED BY STUDENT AND TIME SO THE
      * STATEMENT READS STRAIGHT OFF IT. THE REFERENCE (OUR RECEIPT,
      * OR THE CASHIER'S OFFICE OR NUMBER ON A LOADED TOP-UP) IS AN
      * ALTERNATE KEY SO THE SAME TOP-UP FILE CANNOT BE LOADED TWICE
       FD  WALLET-LEDGER-FILE.
       01  WALLET-LEDGER-RECORD.
           05 WLG-KEY.
               10 WLG-STUDENT-NUMBER PIC X(11).
               10 WLG-STAMP          PIC X(19).
               10 WLG-SEQ            PIC 99.
           05 WLG-ENTRY-TYPE        PIC X(8).
               88 WLG-IS-TOPUP      VALUE "TOPUP".
               88 WLG-IS-DEBIT      VALUE "DEBIT".
               88 WLG-IS-TOPUP-RV   VALUE "TOPUP-RV".
               88 WLG-IS-DEBIT-RV   VALUE "DEBIT-RV".
           05 WLG-AMOUNT            PIC 9(5)V99.
           05 WLG-BALANCE-AFTER     PIC 9(5)V99.
           05 WLG-RECEIPT-NUMBER    PIC 9(8).
           05 WLG-REFERENCE         PIC X(12).
           05 WLG-SOURCE            PIC X(8).
           05 WLG-OPERATOR          PIC X(8).

      * THE CASHIER'S OFFICE TOP-UP FILE - ONE LINE PER WALLET TOP-UP
      * PAID OVER THEIR COUNTER, WITH THEIR OFFICIAL RECEIPT NUMBER
       FD  WALLET-TOPUP-FILE.
       01  WALLET-TOPUP-RECORD.
           05 WTU-STUDENT-NUMBER    PIC X(11).
           05 WTU-AMOUNT            PIC 9(5)V99.
           05 WTU-OR-NUMBER         PIC X(10).
           05 WTU-PAID-ON           PIC X(10).

      * LOW-BALANCE NOTICE EXTRACT FOR THE SMS GATEWAY - ONE LINE PER
      * WALLET BELOW THE CONFIGURED FLOOR
       FD  WALLET-LOW-FILE.
       01  WALLET-LOW-RECORD        PIC X(80).

      * THE NIGHTLY WALLET LEDGER - SAME CARRIAGE-CONTROL TREATMENT AS
      * THE DATE RANGE REPORT
       FD  WALLET-RPT-FILE.
       01  WALLET-RPT-RECORD.
           05 WLR-CARRIAGE-CONTROL  PIC X.
           05 WLR-LINE-TEXT         PIC X(131).

      * A PROPOSED SET OF FEE TERMS FOR THE WHAT-IF SIMULATION - THE
      * SAME KEY/VALUE LAYOUT AS PARKING-CONFIG.dat, SO A PROPOSAL CAN
      * START AS A COPY OF THE LIVE FILE. IT IS NEVER APPLIED
       FD  WHATIF-FILE.
       01  WHATIF-RECORD.
           05 WIF-KEY             PIC X(20).
           05 WIF-VALUE           PIC X(15).

       FD  WHATIF-RPT-FILE.
       01  WHATIF-RPT-RECORD.
           05 WIR-CARRIAGE-CONTROL  PIC X.
           05 WIR-LINE-TEXT         PIC X(131).

      * THE BARRIER-ARM CONTROLLER'S DAILY EVENT LOG. ONE LINE PER ARM
      * RAISE, CARRYING THE REFERENCE OF THE COMMAND IT ACTED ON AND
      * THE NUMBER OF VEHICLES THE LOOP DETECTOR COUNTED UNDER IT; A
      * VEHICLE THE LOOP COUNTED WITH THE ARM DOWN IS LOGGED WITH A
      * BLANK REFERENCE
       FD  GATE-EVENT-FILE.
       01  GATE-EVENT-RECORD.
           05 GEV-TIMESTAMP         PIC X(19).
           05 GEV-GATE              PIC X(8).
           05 GEV-RAISE-REF         PIC X(20).
           05 GEV-VEHICLES          PIC 9(3).

       FD  GATE-RECON-RPT-FILE.
       01  GATE-RECON-RPT-RECORD.
           05 GRR-CARRIAGE-CONTROL  PIC X.
           05 GRR-LINE-TEXT         PIC X(131).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-PARKING-FILENAME   PIC X(20).
       01  WS-SHIFT-OUT-COUNT    PIC 9(5) VALUE 0.
       01  WS-SHIFT-NET-COUNT    PIC S9(6) VALUE 0.
       01  WS-CONFIG-TABLE.
           05 WS-CONFIG-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-CONFIG-IDX.
               10 WS-CFG-KEY     PIC X(20).
               10 WS-CFG-VALUE   PIC X(15).
       01  WS-DAILY-REVENUE      PIC 9(7)V99 VALUE 0.
       01  WS-FEE-DISPLAY        PIC ZZZZ9.99.
       01  WS-OPTIONS.
           05 WS-OPTION         PIC 999 VALUE 0.
       01  WS-RUN-MODE          PIC X(20) VALUE SPACES.
       01  WS-SEARCH-MODE       PIC 9 VALUE 1.
       01  WS-PLATE-FORMAT-CHECK.
       01  WS-GATE-LANE           PIC X(8) VALUE "BOOTH".
       01  WS-GATE-PLATE          PIC X(6).
       01  WS-GATE-LOT            PIC X(10).
       01  WS-GATE-REF            PIC X(20).
       01  WS-GATE-REF-TAG        PIC X(8).
       01  WS-GATE-SEQ            PIC 9(4) VALUE 0.
       01  WS-GATE-STUDENT        PIC X(11) VALUE SPACES.
       01  WS-GATE-VISIT-START    PIC X(16) VALUE SPACES.
       01  WS-SEALED-STATUS       PIC XX.
       01  WS-CARRY-STATUS        PIC XX.
       01  WS-PCLOSE-STATUS       PIC XX.
       01  WS-VEH-FIRST-PLATE     PIC X(6).
       01  WS-VEH-PICK-PLATE      PIC X(6).

       01  WS-RATESCHED-STATUS    PIC XX.
       01  WS-CFGHIST-STATUS      PIC XX.
       01  WS-RSC-TABLE.
           05 WS-RSC-ENTRY OCCURS 200 TIMES.
               10 WS-RSC-KEY        PIC X(20).
               10 WS-RSC-EFFECTIVE  PIC X(10).
               10 WS-RSC-NEW        PIC X(15).
               10 WS-RSC-OLD        PIC X(15).
               10 WS-RSC-APPLIED    PIC X.
       01  WS-RSC-COUNT           PIC 9(4) VALUE 0.
       01  WS-RSC-I               PIC 9(4) VALUE 0.
       01  WS-RSC-EOF             PIC X VALUE 'N'.
       01  WS-RSC-APPLIED-COUNT   PIC 9(4) VALUE 0.
       01  WS-RSC-OPERATOR-SAVE   PIC X(8) VALUE SPACES.
       01  WS-RSC-PENDING-COUNT   PIC 9(4) VALUE 0.
       01  WS-RSC-BEFORE-FOUND    PIC X VALUE 'N'.
       01  WS-RSC-AFTER-FOUND     PIC X VALUE 'N'.
       01  WS-CFG-ASOF-DATE       PIC X(10).
       01  WS-CFG-ACTION-IN       PIC X VALUE SPACE.
       01  WS-CFG-KEY-IN          PIC X(20).
      * KEYS THAT HOLD A CODE, FLAG OR DATE RATHER THAN A NUMBER
           88 CFG-TEXT-KEY        VALUE "CAMPUS-CODE"
                                        "TAG-LEGACY-READS"
                                        "PERMIT-ROUND"
                                        "PERMIT-APPLY-BY"
                                        "PERMIT-ROUND-FROM"
                                        "PERMIT-ROUND-TO"
                                        "SHIFT-1-START"
                                        "SHIFT-2-START"
                                        "SHIFT-3-START".
       01  WS-CFG-VALUE-IN        PIC X(15).
       01  WS-CFG-EFFECTIVE-IN    PIC X(10).
       01  WS-CFG-OLD-VALUE       PIC X(15).
       01  WS-CFG-CURRENT-VALUE   PIC X(15).
       01  WS-CFH-ACTION          PIC X(9).
       01  WS-CFH-OPERATOR        PIC X(8).
       01  WS-ASOF-HOURLY-RATE    PIC 9(5)V99 VALUE 0.
       01  WS-ASOF-RATE-MOTORCYCLE PIC 9(5)V99 VALUE 0.
       01  WS-ASOF-RATE-CAR       PIC 9(5)V99 VALUE 0.
       01  WS-ASOF-RATE-BICYCLE   PIC 9(5)V99 VALUE 0.
       01  WS-ASOF-GRACE-MINUTES  PIC 9(3) VALUE 0.
       01  WS-ASOF-DAILY-FEE-CAP  PIC 9(5)V99 VALUE 0.
       01  WS-ASOF-OVERNIGHT-RATE PIC 9(5)V99 VALUE 0.
       01  WS-PRVK-STATUS         PIC XX.
       01  WS-PRV-REASON          PIC X(30).
       01  WS-PRV-SOURCE          PIC X(8).
       01  WS-PRV-DONE            PIC X VALUE 'N'.
       01  WS-PRV-FOUND           PIC X VALUE 'N'.
       01  WS-PRV-EOF             PIC X VALUE 'N'.
       01  WS-PRV-ACTION-IN       PIC X VALUE SPACE.
       01  WS-PRV-DISP-IN         PIC X VALUE SPACE.
       01  WS-PRV-LAST-DATE       PIC X(10).
       01  WS-PRV-RCPT            PIC 9(8) VALUE 0.
       01  WS-PRV-BASE-FEE        PIC 9(5)V99 VALUE 0.
       01  WS-PRV-REFUND          PIC 9(5)V99 VALUE 0.
       01  WS-PRV-REMAINING       PIC 9(5)V99 VALUE 0.
       01  WS-PRV-APPLY           PIC 9(5)V99 VALUE 0.
       01  WS-PRV-PAID-OUT        PIC X VALUE 'N'.
       01  WS-PRV-CREDIT-BEFORE   PIC 9(5)V99 VALUE 0.
       01  WS-PRV-FROM-INT        PIC 9(7) VALUE 0.
       01  WS-PRV-TO-INT          PIC 9(7) VALUE 0.
       01  WS-PRV-START-INT       PIC 9(7) VALUE 0.
       01  WS-PRV-TOTAL-DAYS      PIC 9(4) VALUE 0.
       01  WS-PRV-UNUSED-DAYS     PIC 9(4) VALUE 0.
       01  WS-PRV-PERMIT-NO       PIC 9(8) VALUE 0.
       01  WS-CLRQ-STATUS         PIC XX.
       01  WS-CLRS-STATUS         PIC XX.
       01  WS-CLRR-STATUS         PIC XX.
       01  WS-CLR-EOF             PIC X VALUE 'N'.
       01  WS-CLR-VIO-EOF         PIC X VALUE 'N'.
       01  WS-CLR-READ            PIC 9(5) VALUE 0.
       01  WS-CLR-CLEARED         PIC 9(5) VALUE 0.
       01  WS-CLR-NOT-CLEARED     PIC 9(5) VALUE 0.
       01  WS-CLR-BLOCKS          PIC 9 VALUE 0.
       01  WS-CLR-REASONS         PIC X(60).
       01  WS-CLR-PTR             PIC 99 VALUE 1.
       01  WS-CLR-FINES           PIC 9(6)V99 VALUE 0.
       01  WS-CLR-FINE-CNT        PIC 9(4) VALUE 0.
       01  WS-CLR-APPEAL-CNT      PIC 9(4) VALUE 0.
       01  WS-CLR-PERMIT-OUT      PIC X VALUE 'N'.
       01  WS-CLR-AMT-DISPLAY     PIC ZZZZZ9.99.
       01  WS-CLR-FINE-DISPLAY    PIC ZZZZZ9.99.
       01  WS-STMT-STATUS         PIC XX.
       01  WS-STX-STATUS          PIC XX.
       01  WS-STMT-FILENAME       PIC X(30).
       01  WS-STX-FILENAME        PIC X(30).
       01  WS-STM-PERIOD          PIC X(7).
       01  WS-STM-PERIOD-IN       PIC X(7).
       01  WS-STM-THIS-PERIOD     PIC X(7).
       01  WS-STM-YEAR            PIC 9(4) VALUE 0.
       01  WS-STM-MONTH           PIC 99 VALUE 0.
       01  WS-STM-SWITCHED        PIC X VALUE 'N'.
       01  WS-STM-PARK-OPEN       PIC X VALUE 'N'.
       01  WS-STM-MST-OPEN        PIC X VALUE 'N'.
       01  WS-STM-PAY-OPEN        PIC X VALUE 'N'.
       01  WS-STM-VIO-OPEN        PIC X VALUE 'N'.
       01  WS-STM-APL-OPEN        PIC X VALUE 'N'.
       01  WS-STM-HIST-OPEN       PIC X VALUE 'N'.
       01  WS-STM-EOF             PIC X VALUE 'N'.
       01  WS-STM-CUR             PIC X(11).
       01  WS-STM-NEXT            PIC X(11).
       01  WS-STM-NAME            PIC X(30).
       01  WS-STM-MOBILE          PIC X(13).
       01  WS-STM-COUNT           PIC 9(5) VALUE 0.
       01  WS-STM-ACTIVITY        PIC 9(4) VALUE 0.
       01  WS-STM-OPEN-CHG        PIC 9(7)V99 VALUE 0.
       01  WS-STM-OPEN-CRD        PIC 9(7)V99 VALUE 0.
       01  WS-STM-PER-CHG         PIC 9(7)V99 VALUE 0.
       01  WS-STM-PER-CRD         PIC 9(7)V99 VALUE 0.
       01  WS-STM-OPENING         PIC S9(7)V99 VALUE 0.
       01  WS-STM-CLOSING         PIC S9(7)V99 VALUE 0.
       01  WS-STM-CHG             PIC 9(5)V99 VALUE 0.
       01  WS-STM-CRD             PIC 9(5)V99 VALUE 0.
       01  WS-STM-I-DATE          PIC X(10).
       01  WS-STM-I-DESC          PIC X(40).
       01  WS-STM-I-REF           PIC X(16).
       01  WS-STM-SECTION         PIC X(40).
       01  WS-STM-AMT-EDIT        PIC ZZZZZ9.99.
       01  WS-STM-CHG-OUT         PIC X(9).
       01  WS-STM-CRD-OUT         PIC X(9).
       01  WS-STM-BAL-EDIT        PIC -ZZZZ9.99.
       01  WS-STM-TOT-EDIT        PIC ZZZZZ9.99.
       01  WS-STM-TEXT            PIC X(131).
       01  WS-STM-LINE-CNT        PIC 9(3) VALUE 0.
       01  WS-STM-LINE-LOST       PIC 9(3) VALUE 0.
       01  WS-STM-LX              PIC 9(3) VALUE 0.
       01  WS-STM-LINE-TABLE.
           05 WS-STM-LINE OCCURS 300 TIMES PIC X(131).
       01  WS-PLAN-STATUS         PIC XX.
      * THE ACCOUNT PLAN INSTALLMENTS ARE CREDITED TO - THE BALANCES
      * AND FINES UNDER A PLAN WERE NEVER POSTED AS CASH, SO WHAT THE
      * PLAN COLLECTS IS BOOKED AGAINST THE PLAN RECEIVABLE
       01  WS-ACCT-PLANS          PIC X(8) VALUE "1220".
       01  WS-JRN-PLANS           PIC 9(7)V99 VALUE 0.
       01  WS-PLN-FOUND           PIC X VALUE 'N'.
       01  WS-PLN-EOF             PIC X VALUE 'N'.
       01  WS-PLN-DUE-ONLY        PIC X VALUE 'N'.
       01  WS-PLN-FOR-UPDATE      PIC X VALUE 'N'.
       01  WS-PLN-INST-IN         PIC X(2).
       01  WS-PLN-INST-CNT        PIC 99 VALUE 0.
       01  WS-PLN-FIRST-IN        PIC X(10).
       01  WS-PLN-Y               PIC 9(4) VALUE 0.
       01  WS-PLN-M               PIC 99 VALUE 0.
       01  WS-PLN-D               PIC 99 VALUE 0.
       01  WS-PLN-IX              PIC 99 VALUE 0.
       01  WS-PLN-TOTAL           PIC 9(6)V99 VALUE 0.
       01  WS-PLN-FINE-TOTAL      PIC 9(6)V99 VALUE 0.
       01  WS-PLN-RCPT-CNT        PIC 9(3) VALUE 0.
       01  WS-PLN-FINE-CNT        PIC 9(3) VALUE 0.
       01  WS-PLN-HELD            PIC 9(3) VALUE 0.
       01  WS-PLN-EACH            PIC 9(6)V99 VALUE 0.
       01  WS-PLN-ARREARS         PIC 9(6)V99 VALUE 0.
       01  WS-PLN-REMAINING       PIC 9(6)V99 VALUE 0.
       01  WS-PLN-DUE-NOW         PIC 9(6)V99 VALUE 0.
       01  WS-PLN-APPLY           PIC 9(6)V99 VALUE 0.
       01  WS-PLN-PART            PIC 9(6)V99 VALUE 0.
       01  WS-PLN-AMT-DISPLAY     PIC ZZZZZ9.99.
       01  WS-PLN-PAID-DISPLAY    PIC ZZZZZ9.99.
       01  WS-PLN-LIST-CNT        PIC 9(4) VALUE 0.
       01  WS-PLN-DFLT-CNT        PIC 9(4) VALUE 0.
       01  WS-PLN-OPEN-TOTAL      PIC 9(7)V99 VALUE 0.
       01  WS-HC-PLAN-DFLT        PIC 9(4) VALUE 0.
       01  WS-PLN-NEXT-AMT        PIC 9(6)V99 VALUE 0.
       01  WS-PLN-MISSED          PIC X VALUE 'N'.
       01  WS-PLN-MISSED-DATE     PIC X(10).
       01  WS-PLN-OLD-STATUS      PIC X(9).
       01  WS-RSV-STATUS          PIC XX.
       01  WS-RSV-NOSHOW-LIMIT    PIC 9(3) VALUE 3.
       01  WS-RSV-NOSHOW-DAYS     PIC 9(3) VALUE 180.
       01  WS-RSV-CLOCK.
           05 WS-RSV-CLK-YEAR     PIC 9(4).
           05 WS-RSV-CLK-MONTH    PIC 99.
           05 WS-RSV-CLK-DAY      PIC 99.
           05 WS-RSV-CLK-HOURS    PIC 99.
           05 WS-RSV-CLK-MINUTES  PIC 99.
           05 FILLER              PIC X(9).
       01  WS-RSV-TODAY           PIC X(10).
       01  WS-RSV-NOW-HHMM        PIC X(5).
       01  WS-RSV-NOW-STAMP       PIC X(16).
       01  WS-RSV-EOF             PIC X VALUE 'N'.
       01  WS-RSV-FOUND           PIC X VALUE 'N'.
       01  WS-RSV-CLAIMED         PIC X VALUE 'N'.
       01  WS-RSV-SLOT-HELD       PIC X VALUE 'N'.
       01  WS-RSV-INV-FOUND       PIC X VALUE 'N'.
       01  WS-RSV-OK              PIC X VALUE 'N'.
       01  WS-RSV-POOL-LOT        PIC X(10).
       01  WS-RSV-POOL-DATE       PIC X(10).
       01  WS-RSV-HELD-CNT        PIC 9(3) VALUE 0.
       01  WS-RSV-HX              PIC 9(3) VALUE 0.
       01  WS-RSV-HELD-TABLE.
           05 WS-RSV-HELD-SLOT OCCURS 100 TIMES PIC 9(4).
       01  WS-RSV-PERSON-TYPE     PIC X.
       01  WS-RSV-PERSON          PIC X(11).
       01  WS-RSV-DATE-IN         PIC X(10).
       01  WS-RSV-FROM-IN         PIC X(5).
       01  WS-RSV-TO-IN           PIC X(5).
       01  WS-RSV-TYPE-IN         PIC X(10).
       01  WS-RSV-TYPE-DEFAULT    PIC X(10).
       01  WS-RSV-REASON-IN       PIC X(30).
       01  WS-RSV-SLOT-PICKED     PIC 9(4) VALUE 0.
       01  WS-RSV-REUSE           PIC X VALUE 'N'.
       01  WS-RSV-NOSHOW-CNT      PIC 9(3) VALUE 0.
       01  WS-RSV-CUTOFF          PIC X(10).
       01  WS-RSV-CUTOFF-INT      PIC 9(8) VALUE 0.
       01  WS-RSV-CUTOFF-YMD      PIC 9(8) VALUE 0.
       01  WS-RSV-SWEPT           PIC 9(4) VALUE 0.
       01  WS-RSV-LOT-CNT         PIC 9(3) VALUE 0.
       01  WS-RSV-LX              PIC 9(3) VALUE 0.
       01  WS-RSV-LOT-SEEN        PIC X VALUE 'N'.
       01  WS-RSV-LOT-TABLE.
           05 WS-RSV-SWEEP-LOT OCCURS 50 TIMES PIC X(10).
       01  WS-RSV-LIST-CNT        PIC 9(4) VALUE 0.
       01  WS-RSV-HH              PIC 99 VALUE 0.
       01  WS-RSV-MM              PIC 99 VALUE 0.
       01  WS-RSV-TIME-CHK        PIC X(5).
       01  WS-RSV-CHK-MONTH       PIC 99 VALUE 0.
       01  WS-RSV-CHK-DAY         PIC 99 VALUE 0.
       01  WS-RSV-OLD-STATUS      PIC X(8).
       01  WS-RSV-NOSHOW-TOTAL    PIC 9(4) VALUE 0.
       01  WS-INCIDENT-STATUS     PIC XX.
       01  WS-INCVEH-STATUS       PIC XX.
       01  WS-INCRPT-STATUS       PIC XX.
       01  WS-INC-RPT-FILENAME    PIC X(30) VALUE SPACES.
       01  WS-INC-NUMBER          PIC 9(6) VALUE 0.
       01  WS-INC-NUMBER-IN       PIC X(6).
       01  WS-INC-EOF             PIC X VALUE 'N'.
       01  WS-INC-FOUND           PIC X VALUE 'N'.
       01  WS-INC-DATE-IN         PIC X(10).
       01  WS-INC-TIME-IN         PIC X(5).
       01  WS-INC-MOMENT          PIC X(16).
       01  WS-INC-TODAY           PIC X(10).
       01  WS-INC-LOT             PIC X(10).
       01  WS-INC-SLOT-IN         PIC X(4).
       01  WS-INC-SLOT            PIC 9(4) VALUE 0.
       01  WS-INC-TYPE-IN         PIC X(10).
       01  WS-INC-NARRATIVE-IN    PIC X(200).
       01  WS-INC-GUARD-IN        PIC X(20).
       01  WS-INC-STATUS-IN       PIC X(20).
       01  WS-INC-FILTER          PIC X(20).
       01  WS-INC-ACTION-IN       PIC X.
       01  WS-INC-PLATE-IN        PIC X(6).
       01  WS-INC-HH              PIC 99 VALUE 0.
       01  WS-INC-MM              PIC 99 VALUE 0.
       01  WS-INC-CHK-MONTH       PIC 99 VALUE 0.
       01  WS-INC-CHK-DAY         PIC 99 VALUE 0.
       01  WS-INC-VX              PIC 9(3) VALUE 0.
       01  WS-INC-VEH-CNT         PIC 9(3) VALUE 0.
       01  WS-INC-VEH-LOST        PIC 9(3) VALUE 0.
       01  WS-INC-MAX-SEQ         PIC 9(3) VALUE 0.
       01  WS-INC-DUP             PIC X VALUE 'N'.
       01  WS-INC-C-LOT           PIC X(10).
       01  WS-INC-CAND.
           05 WS-INC-C-STUDENT    PIC X(11).
           05 WS-INC-C-PLATE      PIC X(6).
           05 WS-INC-C-NAME       PIC X(30).
           05 WS-INC-C-TYPE       PIC X(10).
           05 WS-INC-C-MODEL      PIC X(20).
           05 WS-INC-C-COLOR      PIC X(10).
           05 WS-INC-C-SLOT       PIC 9(4).
           05 WS-INC-C-ENTRY      PIC X(16).
           05 WS-INC-C-EXIT       PIC X(16).
           05 WS-INC-C-SOURCE     PIC X(8).
       01  WS-INC-VEH-TABLE.
           05 WS-INC-VEH OCCURS 200 TIMES.
               10 WS-INC-V-STUDENT    PIC X(11).
               10 WS-INC-V-PLATE      PIC X(6).
               10 WS-INC-V-NAME       PIC X(30).
               10 WS-INC-V-TYPE       PIC X(10).
               10 WS-INC-V-MODEL      PIC X(20).
               10 WS-INC-V-COLOR      PIC X(10).
               10 WS-INC-V-SLOT       PIC 9(4).
               10 WS-INC-V-ENTRY      PIC X(16).
               10 WS-INC-V-EXIT       PIC X(16).
               10 WS-INC-V-SOURCE     PIC X(8).
       01  WS-INC-OWNER           PIC X(30).
       01  WS-INC-CONTACT         PIC X(20).
       01  WS-INC-COLLEGE         PIC X(10).
       01  WS-INC-LIST-CNT        PIC 9(4) VALUE 0.
       01  WS-INC-PRINTED         PIC 9(3) VALUE 0.
       01  WS-SWPI-STATUS         PIC XX.
       01  WS-SWPH-STATUS         PIC XX.
       01  WS-SWPR-STATUS         PIC XX.
       01  WS-SWP-EOF             PIC X VALUE 'N'.
       01  WS-SWP-HIST-EOF        PIC X VALUE 'N'.
       01  WS-SWP-HIST-OK         PIC X VALUE 'N'.
       01  WS-SWP-READ            PIC 9(5) VALUE 0.
       01  WS-SWP-REJECTED        PIC 9(5) VALUE 0.
       01  WS-SWP-DROPPED         PIC 9(5) VALUE 0.
       01  WS-SWP-NOVISIT         PIC 9(5) VALUE 0.
       01  WS-SWP-UNSEEN          PIC 9(5) VALUE 0.
       01  WS-SWP-WRONGSLOT       PIC 9(5) VALUE 0.
       01  WS-SWP-MATCHED         PIC 9(5) VALUE 0.
       01  WS-SWP-PRIOR           PIC 9(4) VALUE 0.
       01  WS-SWP-SX              PIC 9(4) VALUE 0.
       01  WS-SWP-VX              PIC 9(4) VALUE 0.
       01  WS-SWP-LX              PIC 9(4) VALUE 0.
       01  WS-SWP-HIT             PIC 9(4) VALUE 0.
       01  WS-SWP-FX              PIC 9(4) VALUE 0.
       01  WS-SWP-RESULT          PIC X(8).
       01  WS-SWP-KEY-AT          PIC X(16).
       01  WS-SWP-KEY-LOT         PIC X(10).
       01  WS-SWP-KEY-PLATE       PIC X(6).
       01  WS-SWP-KEY-SEEN        PIC 9(4) VALUE 0.
       01  WS-SWP-KEY-ASSIGNED    PIC 9(4) VALUE 0.
       01  WS-SWP-KEY-HOLDER      PIC X(11).
       01  WS-SWP-KEY-GUARD       PIC X(20).
       01  WS-SWP-ACTION          PIC X(30).
       01  WS-SWP-LOT-CNT         PIC 9(4) VALUE 0.
       01  WS-SWP-LOT-TABLE.
           05 WS-SWP-LOT OCCURS 20 TIMES.
               10 WS-SWP-L-ID         PIC X(10).
               10 WS-SWP-L-START      PIC X(16).
               10 WS-SWP-L-END        PIC X(16).
       01  WS-SWP-SEEN-CNT        PIC 9(4) VALUE 0.
       01  WS-SWP-SEEN-TABLE.
           05 WS-SWP-SEEN OCCURS 500 TIMES.
               10 WS-SWP-S-LOT        PIC X(10).
               10 WS-SWP-S-SLOT       PIC 9(4).
               10 WS-SWP-S-PLATE      PIC X(6).
               10 WS-SWP-S-AT         PIC X(16).
               10 WS-SWP-S-GUARD      PIC X(20).
      * ONE VISIT STAGED FOR WS-SWP-VISIT-TABLE, SAME LAYOUT AS A ROW
       01  WS-SWP-CAND.
           05 WS-SWP-C-LOT            PIC X(10).
           05 WS-SWP-C-HOLDER         PIC X(11).
           05 WS-SWP-C-PLATE          PIC X(6).
           05 WS-SWP-C-ENTRY          PIC X(16).
           05 WS-SWP-C-EXIT           PIC X(16).
           05 WS-SWP-C-SLOT           PIC 9(4).
           05 WS-SWP-C-SEEN           PIC X.
       01  WS-SWP-VISIT-CNT       PIC 9(4) VALUE 0.
       01  WS-SWP-VISIT-TABLE.
           05 WS-SWP-VISIT OCCURS 500 TIMES.
               10 WS-SWP-V-LOT        PIC X(10).
               10 WS-SWP-V-HOLDER     PIC X(11).
               10 WS-SWP-V-PLATE      PIC X(6).
               10 WS-SWP-V-ENTRY      PIC X(16).
               10 WS-SWP-V-EXIT       PIC X(16).
               10 WS-SWP-V-SLOT       PIC 9(4).
               10 WS-SWP-V-SEEN       PIC X.
       01  WS-DEPARTED-STATUS     PIC XX.
       01  WS-DPARPT-STATUS       PIC XX.
       01  WS-DPA-RPT-FILENAME    PIC X(30).
       01  WS-RET-DEPARTED        PIC 9(4) VALUE 1095.
      * 'X' = EXTRACT (READ AND PRINT), 'A' = ANONYMIZE (MASK IN PLACE)
       01  WS-DPA-MODE            PIC X VALUE 'X'.
       01  WS-DPA-STUDENT         PIC X(11).
       01  WS-DPA-EOF             PIC X VALUE 'N'.
       01  WS-DPA-DEP-EOF         PIC X VALUE 'N'.
       01  WS-DPA-FOUND           PIC X VALUE 'N'.
       01  WS-DPA-COUNT           PIC 9(5) VALUE 0.
       01  WS-DPA-TOTAL           PIC 9(5) VALUE 0.
       01  WS-DPA-VISITS          PIC 9(5) VALUE 0.
       01  WS-DPA-HIST            PIC 9(5) VALUE 0.
       01  WS-DPA-CITES           PIC 9(5) VALUE 0.
       01  WS-DPA-PROFILE         PIC X VALUE 'N'.
       01  WS-DPA-CANDIDATES      PIC 9(5) VALUE 0.
       01  WS-DPA-ANONYMIZED      PIC 9(5) VALUE 0.
       01  WS-DPA-SKIPPED         PIC 9(5) VALUE 0.
       01  WS-DPA-LINES-MASKED    PIC 9(7) VALUE 0.
       01  WS-DPA-HITS            PIC 9(4) VALUE 0.
       01  WS-DPA-TODAY           PIC X(10).
       01  WS-DPA-PX              PIC 99 VALUE 0.
       01  WS-DPA-TX              PIC 9(4) VALUE 0.
       01  WS-DPA-KX              PIC 9(4) VALUE 0.
       01  WS-DPA-LEN             PIC 99 VALUE 0.
       01  WS-DPA-PLATE-IN        PIC X(6).
       01  WS-DPA-MASK            PIC X(6).
       01  WS-DPA-STARS           PIC X(30) VALUE ALL "*".
       01  WS-DPA-TOKEN-IN        PIC X(30).
       01  WS-DPA-LINE            PIC X(200).
       01  WS-DPA-FEE-DISPLAY     PIC ZZZZ9.99.
      * THE PLATES FOUND UNDER THE STUDENT NOW BEING PROCESSED - A
      * VEHICLE'S SLOT HERE NUMBERS ITS MASK ("****01"), SO TWO
      * VEHICLES OF ONE STUDENT STAY TWO DISTINCT VISIT KEYS
      * (UP TO 99, THE WIDTH OF THE MASK NUMBER). PAST THAT A PLATE IS
      * COUNTED IN WS-DPA-PLATE-LOST AND MASKED "******" - NO SLOT IS
      * EVER REUSED
       01  WS-DPA-PLATE-CNT       PIC 99 VALUE 0.
       01  WS-DPA-PLATE-LOST      PIC 9(4) VALUE 0.
       01  WS-DPA-PLATE-TABLE.
           05 WS-DPA-PLATE OCCURS 99 TIMES.
               10 WS-DPA-P-PLATE      PIC X(6).
               10 WS-DPA-P-LEN        PIC 99.
      * EVERY NAME AND PLATE MASKED BY THIS RUN, FOR THE AUDIT TRAIL
      * AND SECURITY ALERT LOGS AT THE END
       01  WS-DPA-TOKEN-CNT       PIC 9(4) VALUE 0.
       01  WS-DPA-TOKEN-LOST      PIC 9(4) VALUE 0.
       01  WS-DPA-TOKEN-TABLE.
           05 WS-DPA-TOKEN OCCURS 800 TIMES.
               10 WS-DPA-T-TEXT       PIC X(30).
               10 WS-DPA-T-LEN        PIC 99.
       01  WS-DPA-DONE-CNT        PIC 9(4) VALUE 0.
       01  WS-DPA-DONE-TABLE.
           05 WS-DPA-DONE OCCURS 200 TIMES PIC X(11).
       01  WS-DPA-KEY-CNT         PIC 9(4) VALUE 0.
       01  WS-DPA-KEY-TABLE.
           05 WS-DPA-KEY OCCURS 100 TIMES PIC X(17).
      * PARKING CHANGE JOURNAL AND FORWARD RECOVERY
       01  WS-CHGJRN-STATUS      PIC XX.
       01  WS-CJN-LAST-SEQ        PIC 9(9) VALUE 0.
       01  WS-CJN-ACTION          PIC X(3).
       01  WS-CJN-TRIES           PIC 9 VALUE 0.
       01  WS-CJN-WRITTEN         PIC X VALUE 'N'.
       01  WS-CJN-EOF             PIC X VALUE 'N'.
       01  WS-CJN-CLOCK.
           05 WS-CJN-CLK-YEAR     PIC 9(4).
           05 WS-CJN-CLK-MONTH    PIC 99.
           05 WS-CJN-CLK-DAY      PIC 99.
           05 WS-CJN-CLK-HOURS    PIC 99.
           05 WS-CJN-CLK-MINUTES  PIC 99.
           05 WS-CJN-CLK-SECONDS  PIC 99.
           05 FILLER              PIC X(7).
       01  WS-CJN-BACKUP-RECS     PIC 9(7) VALUE 0.
       01  WS-CJN-FROM-SEQ        PIC 9(9) VALUE 0.
       01  WS-CJN-FROM-STAMP      PIC X(19).
       01  WS-CJN-FROM-FILE       PIC X(20).
       01  WS-CJN-PENDING         PIC 9(7) VALUE 0.
       01  WS-CJN-LAST-STAMP      PIC X(19).
       01  WS-CJN-STOP-AT         PIC X(16).
       01  WS-CJN-STOPPED         PIC X VALUE 'N'.
       01  WS-CJN-APPLIED         PIC 9(7) VALUE 0.
       01  WS-CJN-SKIPPED         PIC 9(7) VALUE 0.
       01  WS-CJN-FAILED          PIC 9(7) VALUE 0.
       01  WS-CJN-OTHER-FILE      PIC 9(7) VALUE 0.
       01  WS-CJN-IMAGE           PIC X(183).
       01  WS-CJN-PRUNED          PIC 9(7) VALUE 0.

      * MULTI-CAMPUS CONSOLIDATION
       01  WS-CAMPUS-CODE         PIC X(8) VALUE "MAIN".
       01  WS-CXT-STATUS          PIC XX.
       01  WS-CML-STATUS          PIC XX.
       01  WS-CCNRPT-STATUS       PIC XX.
       01  WS-XCW-STATUS          PIC XX.
       01  WS-XCB-STATUS          PIC XX.
       01  WS-CXT-FILENAME        PIC X(40).
       01  WS-CCN-RPT-FILENAME    PIC X(40).
       01  WS-CXT-DATE            PIC X(10).
       01  WS-CXT-EOF             PIC X VALUE 'N'.
       01  WS-CXT-DETAILS         PIC 9(7) VALUE 0.
       01  WS-CXT-VISITS          PIC 9(7) VALUE 0.
       01  WS-CXT-VISIT-FEES      PIC 9(9)V99 VALUE 0.
       01  WS-CXT-PARKED          PIC 9(5) VALUE 0.
       01  WS-CXT-RCPTS           PIC 9(7) VALUE 0.
       01  WS-CXT-RCPT-AMOUNT     PIC S9(9)V99 VALUE 0.
       01  WS-CXT-CITES           PIC 9(7) VALUE 0.
       01  WS-CXT-CITE-FINES      PIC 9(9)V99 VALUE 0.
       01  WS-CXT-UNPAID          PIC 9(7) VALUE 0.
       01  WS-CXT-UNPAID-AMOUNT   PIC 9(9)V99 VALUE 0.
       01  WS-CXT-HOLDS           PIC 9(7) VALUE 0.
       01  WS-CXT-SIGNED          PIC S9(7)V99 VALUE 0.
       01  WS-CXT-TYPE            PIC X(8).
       01  WS-CXT-TENDER          PIC X(8).
       01  WS-CXT-RX              PIC 99 VALUE 0.
       01  WS-CXT-RI              PIC 99 VALUE 0.
       01  WS-CXT-RV-CNT          PIC 99 VALUE 0.
       01  WS-CXT-RV-TABLE.
           05 WS-CXT-RV OCCURS 40 TIMES.
               10 WS-CXT-RV-TYPE    PIC X(8).
               10 WS-CXT-RV-TENDER  PIC X(8).
               10 WS-CXT-RV-COUNT   PIC 9(7).
               10 WS-CXT-RV-AMOUNT  PIC S9(9)V99.
       01  WS-CCN-RUN-DATE        PIC X(10).
       01  WS-CCN-CNT             PIC 99 VALUE 0.
       01  WS-CCN-CX              PIC 99 VALUE 0.
       01  WS-CCN-TABLE.
           05 WS-CCN-CAMPUS OCCURS 30 TIMES.
               10 WS-CCN-CODE       PIC X(8).
               10 WS-CCN-NAME       PIC X(30).
               10 WS-CCN-STATE      PIC X(8).
               10 WS-CCN-DETAILS    PIC 9(7).
               10 WS-CCN-EXPECTED   PIC 9(7).
               10 WS-CCN-VISITS     PIC 9(7).
               10 WS-CCN-FEES       PIC 9(9)V99.
               10 WS-CCN-CAPACITY   PIC 9(5).
               10 WS-CCN-USED       PIC 9(5).
               10 WS-CCN-PARKED     PIC 9(5).
               10 WS-CCN-RCPTS      PIC 9(7).
               10 WS-CCN-RCPT-AMT   PIC S9(9)V99.
               10 WS-CCN-CITES      PIC 9(7).
               10 WS-CCN-FINES      PIC 9(9)V99.
               10 WS-CCN-UNPAID     PIC 9(7).
               10 WS-CCN-UNPAID-AMT PIC 9(9)V99.
               10 WS-CCN-HOLDS      PIC 9(7).
       01  WS-CCN-HDR-OK          PIC X VALUE 'N'.
       01  WS-CCN-TRL-OK          PIC X VALUE 'N'.
       01  WS-CCN-BALANCED        PIC 99 VALUE 0.
       01  WS-CCN-TOTALS.
           05 WS-CCN-T-VISITS     PIC 9(7).
           05 WS-CCN-T-FEES       PIC 9(9)V99.
           05 WS-CCN-T-CAPACITY   PIC 9(6).
           05 WS-CCN-T-USED       PIC 9(6).
           05 WS-CCN-T-PARKED     PIC 9(6).
           05 WS-CCN-T-RCPTS      PIC 9(7).
           05 WS-CCN-T-RCPT-AMT   PIC S9(9)V99.
           05 WS-CCN-T-CITES      PIC 9(7).
           05 WS-CCN-T-FINES      PIC 9(9)V99.
           05 WS-CCN-T-UNPAID     PIC 9(7).
           05 WS-CCN-T-UNPAID-AMT PIC 9(9)V99.
           05 WS-CCN-T-HOLDS      PIC 9(7).
       01  WS-CCN-OCC-PCT         PIC 9(3) VALUE 0.
       01  WS-CCN-AMT-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-CCN-AMT-EDIT2       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-CCN-CNT-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-CCN-CNT-EDIT2       PIC Z,ZZZ,ZZ9.
       01  WS-CCN-PCT-EDIT        PIC ZZ9.
       01  WS-CCN-BLOCK-LINES     PIC 9(7) VALUE 0.
       01  WS-CCN-BLOCK-STUDENTS  PIC 9(7) VALUE 0.
       01  WS-CCN-MULTI-STUDENTS  PIC 9(7) VALUE 0.
       01  WS-CCN-PREV-STUDENT    PIC X(11).
       01  WS-CCN-PREV-CAMPUS     PIC X(8).
       01  WS-CCN-STU-CAMPUSES    PIC 99 VALUE 0.

      * RFID TAG REGISTER - GATE RESOLUTION AND COUNTER MAINTENANCE.
      * TAG-LEGACY-READS = Y HONOURS TAGS CUT BEFORE THE REGISTER
      * (THEY CARRY THE STUDENT NUMBER ITSELF) UNTIL ALL ARE REISSUED
       01  WS-TAGREG-STATUS       PIC XX.
       01  WS-TGR-STATUS          PIC XX.
       01  WS-TAG-LEGACY-READS    PIC X VALUE 'Y'.
       01  WS-TAG-REPLACE-FEE     PIC 9(5)V99 VALUE 150.00.
       01  WS-TAG-STUDENT         PIC X(11).
       01  WS-TAG-PLATE           PIC X(6).
       01  WS-TAG-REFUSED         PIC X VALUE 'N'.
       01  WS-TAG-ACTION          PIC X.
       01  WS-TAG-SERIAL-IN       PIC X(11).
       01  WS-TAG-NEW-SERIAL      PIC X(11).
       01  WS-TAG-OLD-STATUS      PIC X(8).
       01  WS-TAG-HANDED-BACK     PIC X VALUE 'N'.
       01  WS-TAG-FOUND           PIC X VALUE 'N'.
       01  WS-TAG-EOF             PIC X VALUE 'N'.
       01  WS-TAG-RECEIVED        PIC 9(5) VALUE 0.
       01  WS-TAG-COUNTS.
           05 WS-TAG-CNT-STOCK    PIC 9(5) VALUE 0.
           05 WS-TAG-CNT-ACTIVE   PIC 9(5) VALUE 0.
           05 WS-TAG-CNT-LOST     PIC 9(5) VALUE 0.
           05 WS-TAG-CNT-REPLACED PIC 9(5) VALUE 0.
           05 WS-TAG-CNT-RETURNED PIC 9(5) VALUE 0.

      * LICENSE / REGISTRATION EXPIRY. A LAPSED DOCUMENT IS A WARNING
      * AT THE GATE FOR DOC-GRACE-DAYS, THEN ENTRY IS REFUSED; THE
      * MONTHLY NOTICE RUN LOOKS DOC-NOTICE-DAYS AHEAD
       01  WS-VDOC-STATUS         PIC XX.
       01  WS-DOCNOTICE-STATUS    PIC XX.
       01  WS-DOC-GRACE-DAYS      PIC 9(3) VALUE 30.
       01  WS-DOC-NOTICE-DAYS     PIC 9(3) VALUE 30.
       01  WS-VDC-STATE           PIC X(5).
       01  WS-VDC-MESSAGE         PIC X(60).
       01  WS-VDC-TODAY           PIC X(10).
       01  WS-VDC-CUTOFF          PIC X(10).
       01  WS-VDC-HORIZON         PIC X(10).
       01  WS-VDC-INT             PIC 9(7) VALUE 0.
       01  WS-VDC-YMD             PIC 9(8) VALUE 0.
       01  WS-VDC-DATE-IN         PIC X(10).
       01  WS-VDC-OK              PIC X VALUE 'N'.
       01  WS-VDC-CHK-MONTH       PIC 99.
       01  WS-VDC-CHK-DAY         PIC 99.
       01  WS-VDC-LICENSE-IN      PIC X(15).
       01  WS-VDC-LIC-EXP-IN      PIC X(10).
       01  WS-VDC-REG-EXP-IN      PIC X(10).
       01  WS-VDC-FOUND           PIC X VALUE 'N'.
       01  WS-VDC-EOF             PIC X VALUE 'N'.
       01  WS-VDC-NOTICES         PIC 9(5) VALUE 0.
       01  WS-VDC-DOC             PIC X(12).
       01  WS-VDC-EXPIRY          PIC X(10).
       01  WS-VDC-MSG-WORK        PIC X(60).

      * SEMESTER PERMIT APPLICATION ROUND. PERMIT-ROUND NAMES THE
      * ROUND (NONE SET = PERMITS SOLD AT THE WINDOW AS BEFORE);
      * APPLICATIONS CLOSE AT THE END OF PERMIT-APPLY-BY, THE ROUND'S
      * PERMITS RUN PERMIT-ROUND-FROM TO PERMIT-ROUND-TO, AND AN OFFER
      * MUST BE PAID WITHIN PERMIT-OFFER-DAYS. PERMIT-TIER-* RANK THE
      * CATEGORIES - TIER 1 HAS FIRST CALL ON THE QUOTA
       01  WS-PAPP-STATUS         PIC XX.
       01  WS-PQTA-STATUS         PIC XX.
       01  WS-PAPIN-STATUS        PIC XX.
       01  WS-PRW-STATUS          PIC XX.
       01  WS-PRK-STATUS          PIC XX.
       01  WS-PARPT-STATUS        PIC XX.
       01  WS-POFR-STATUS         PIC XX.
       01  WS-PAP-ROUND           PIC X(6) VALUE SPACES.
       01  WS-PAP-APPLY-BY        PIC X(10) VALUE SPACES.
       01  WS-PAP-ROUND-FROM      PIC X(10) VALUE SPACES.
       01  WS-PAP-ROUND-TO        PIC X(10) VALUE SPACES.
       01  WS-PAP-OFFER-DAYS      PIC 9(3) VALUE 7.
       01  WS-PAP-TIER-PWD        PIC 9 VALUE 1.
       01  WS-PAP-TIER-SCHOLAR    PIC 9 VALUE 2.
       01  WS-PAP-TIER-COMMUTER   PIC 9 VALUE 3.
       01  WS-PAP-TIER-GENERAL    PIC 9 VALUE 4.
       01  WS-PAR-FILENAME        PIC X(40).
       01  WS-PAP-ACTION          PIC X.
       01  WS-PAP-CATEGORY        PIC X(10).
       01  WS-PAP-TIER            PIC 9 VALUE 0.
       01  WS-PAP-LOT             PIC X(10).
       01  WS-PAP-VTYPE           PIC X(10).
       01  WS-PAP-SOURCE          PIC X(6).
       01  WS-PAP-REFUSED         PIC X VALUE 'N'.
       01  WS-PAP-REASON          PIC X(30).
       01  WS-PAP-EOF             PIC X VALUE 'N'.
       01  WS-PAP-DRAW            PIC X VALUE 'N'.
       01  WS-PAP-SEED            PIC 9(8) VALUE 0.
       01  WS-PAP-RANDOM          PIC V9(9) VALUE 0.
       01  WS-PAP-DEADLINE        PIC X(10).
       01  WS-PAP-QUOTA-IN        PIC X(5).
       01  WS-PAP-PREV-POOL       PIC X(20).
       01  WS-PAP-POOL            PIC X(20).
       01  WS-PAP-POOL-FOUND      PIC X VALUE 'N'.
       01  WS-PAP-POSITION        PIC 9(5) VALUE 0.
       01  WS-PAP-POS-EDIT        PIC ZZZZ9.
       01  WS-PAP-INT             PIC 9(7) VALUE 0.
       01  WS-PAP-YMD             PIC 9(8) VALUE 0.
       01  WS-PAP-COUNTS.
           05 WS-PAP-CNT-APPLIED  PIC 9(5) VALUE 0.
           05 WS-PAP-CNT-DRAWN    PIC 9(5) VALUE 0.
           05 WS-PAP-CNT-OFFERED  PIC 9(5) VALUE 0.
           05 WS-PAP-CNT-LAPSED   PIC 9(5) VALUE 0.
           05 WS-PAP-CNT-LOADED   PIC 9(5) VALUE 0.
           05 WS-PAP-CNT-REJECTED PIC 9(5) VALUE 0.
       01  WS-PAP-FOUND           PIC X VALUE 'N'.
       01  WS-PAP-DETAIL          PIC X(20).
      * STATUTORY DISCOUNTS - PERCENTAGE OFF THE VISIT FEE PER REGISTER
      * CATEGORY (100 = FULL EXEMPTION) AND THE JOURNAL ACCOUNT THE
      * DISCOUNTS GRANTED ARE POSTED TO
       01  WS-DSCF-STATUS         PIC XX.
       01  WS-DGL-STATUS          PIC XX.
       01  WS-DSW-STATUS          PIC XX.
       01  WS-DSK-STATUS          PIC XX.
       01  WS-DSR-STATUS          PIC XX.
       01  WS-DSR-FILENAME        PIC X(30).
       01  WS-DISC-PCT-PWD        PIC 9(3) VALUE 20.
       01  WS-DISC-PCT-SCHOLAR    PIC 9(3) VALUE 100.
       01  WS-DISC-PCT-COUNCIL    PIC 9(3) VALUE 100.
       01  WS-ACCT-DISCOUNTS      PIC X(8) VALUE "4090".
       01  WS-JRN-DISCOUNTS       PIC 9(7)V99 VALUE 0.
      * THE DISCOUNT FOUND FOR THE VISIT BEING PRICED
       01  WS-DSC-FOUND           PIC X VALUE 'N'.
       01  WS-DSC-ASOF            PIC X(10).
       01  WS-DSC-CATEGORY        PIC X(10).
       01  WS-DSC-WIN-CAT         PIC X(10).
       01  WS-DSC-ID-NUMBER       PIC X(20).
       01  WS-DSC-APPROVER        PIC X(30).
       01  WS-DSC-PERCENT         PIC 9(3) VALUE 0.
       01  WS-DSC-TRY-PCT         PIC 9(3) VALUE 0.
       01  WS-DSC-GROSS           PIC 9(5)V99 VALUE 0.
       01  WS-DSC-AMOUNT          PIC 9(5)V99 VALUE 0.
       01  WS-DSC-STAGE           PIC X.
       01  WS-DSC-EOF             PIC X VALUE 'N'.
      * A LEDGER LINE WAITING FOR THE RECEIPT ITS NET FEE GOES ON
       01  WS-DSC-PENDING         PIC X VALUE 'N'.
       01  WS-DSC-PENDING-KEY     PIC X(28).
       01  WS-DSC-DISPLAY         PIC ZZ,ZZ9.99.
      * REGISTER MAINTENANCE AND THE MONTHLY REPORT
       01  WS-DSC-ACTION          PIC X.
       01  WS-DSC-FROM-IN         PIC X(10).
       01  WS-DSC-TO-IN           PIC X(10).
       01  WS-DSC-LIST-CNT        PIC 9(4) VALUE 0.
       01  WS-DSR-PERIOD-IN       PIC X(7).
       01  WS-DSR-PERIOD          PIC X(7).
       01  WS-DSR-YEAR            PIC 9(4).
       01  WS-DSR-MONTH           PIC 99.
       01  WS-DSR-PREV-CAT        PIC X(10).
       01  WS-DSR-TOTALS.
           05 WS-DSR-CAT-CNT      PIC 9(5) VALUE 0.
           05 WS-DSR-CAT-GROSS    PIC 9(7)V99 VALUE 0.
           05 WS-DSR-CAT-DISC     PIC 9(7)V99 VALUE 0.
           05 WS-DSR-CAT-NET      PIC 9(7)V99 VALUE 0.
           05 WS-DSR-ALL-CNT      PIC 9(5) VALUE 0.
           05 WS-DSR-ALL-GROSS    PIC 9(7)V99 VALUE 0.
           05 WS-DSR-ALL-DISC     PIC 9(7)V99 VALUE 0.
           05 WS-DSR-ALL-NET      PIC 9(7)V99 VALUE 0.
       01  WS-DSR-AMT-1           PIC Z,ZZZ,ZZ9.99.
       01  WS-DSR-AMT-2           PIC Z,ZZZ,ZZ9.99.
       01  WS-DSR-AMT-3           PIC Z,ZZZ,ZZ9.99.
       01  WS-DSR-CNT-EDIT        PIC ZZZZ9.

      * CLERK EXCEPTION ANALYTICS - SHIFT BOUNDARIES (HH:MM) AND THE
      * THRESHOLDS A CLERK IS FLAGGED ABOVE
       01  WS-CXR-STATUS          PIC XX.
       01  WS-CXR-FILENAME        PIC X(40).
       01  WS-SHIFT-1-START       PIC X(5) VALUE "06:00".
       01  WS-SHIFT-2-START       PIC X(5) VALUE "14:00".
       01  WS-SHIFT-3-START       PIC X(5) VALUE "22:00".
       01  WS-CLERK-SHARE-PCT     PIC 9(3) VALUE 50.
       01  WS-CLERK-MIN-EVENTS    PIC 9(4) VALUE 5.
       01  WS-CLERK-ZERO-PCT      PIC 9(3) VALUE 20.
       01  WS-CLERK-VARIANCE      PIC 9(5)V99 VALUE 100.
       01  WS-CXR-PERIOD-IN       PIC X(7).
       01  WS-CXR-PERIOD          PIC X(7).
       01  WS-CXR-YEAR            PIC 9(4).
       01  WS-CXR-MONTH           PIC 99.
      * SENSITIVE ACTION CATEGORIES, IN REPORT COLUMN ORDER
       01  WS-CXR-CAT-NAME-LIST.
           05 FILLER              PIC X(10) VALUE "VOID/REFND".
           05 FILLER              PIC X(10) VALUE "FORCECLOSE".
           05 FILLER              PIC X(10) VALUE "MANUAL EDT".
           05 FILLER              PIC X(10) VALUE "FINE WV/RD".
           05 FILLER              PIC X(10) VALUE "CASH VARNC".
           05 FILLER              PIC X(10) VALUE "ZERO-FEE X".
       01  WS-CXR-CAT-NAMES REDEFINES WS-CXR-CAT-NAME-LIST.
           05 WS-CXR-CAT-NAME OCCURS 6 TIMES PIC X(10).
      * PER-CLERK, PER-SHIFT ROLLUP OF THE AUDIT TRAIL
       01  WS-CXR-TABLE.
           05 WS-CXR-ENTRY OCCURS 50 TIMES.
               10 WS-CXR-T-OPR      PIC X(8).
               10 WS-CXR-T-SHIFT OCCURS 3 TIMES.
                   15 WS-CXR-T-CNT  PIC 9(5) OCCURS 6 TIMES.
                   15 WS-CXR-T-EXITS PIC 9(5).
               10 WS-CXR-T-VOID-AMT PIC 9(7)V99.
               10 WS-CXR-T-VAR-AMT  PIC 9(7)V99.
       01  WS-CXR-COUNT-USED      PIC 9(2) VALUE 0.
       01  WS-CXR-I               PIC 9(2) VALUE 0.
       01  WS-CXR-S               PIC 9 VALUE 0.
       01  WS-CXR-C               PIC 9 VALUE 0.
       01  WS-CXR-FOUND           PIC X VALUE 'N'.
       01  WS-CXR-CAT-TOTALS.
           05 WS-CXR-CAT-TOT      PIC 9(6) OCCURS 6 TIMES.
           05 WS-CXR-ALL-EXITS    PIC 9(6).
      * THE AUDIT LINE BEING CLASSIFIED
       01  WS-CXR-LINE-CAT        PIC 9 VALUE 0.
       01  WS-CXR-LINE-SHIFT      PIC 9 VALUE 0.
       01  WS-CXR-LINE-OPR        PIC X(8).
       01  WS-CXR-LINE-TIME       PIC X(5).
       01  WS-CXR-LINE-EXIT       PIC X VALUE 'N'.
       01  WS-CXR-LINE-AMT        PIC S9(7)V99 VALUE 0.
      * ONE CLERK'S ROW ACROSS ALL SHIFTS
       01  WS-CXR-CLK-CNT-TABLE.
           05 WS-CXR-CLK-CNT      PIC 9(6) OCCURS 6 TIMES.
       01  WS-CXR-CLK-EXITS       PIC 9(6) VALUE 0.
       01  WS-CXR-CLK-PCT         PIC 9(3)V9 VALUE 0.
       01  WS-CXR-FLAGS           PIC X(80).
       01  WS-CXR-FLAG-PTR        PIC 9(3) VALUE 1.
       01  WS-CXR-POS             PIC 9(3) VALUE 0.
       01  WS-CXR-FLAGGED         PIC 9(2) VALUE 0.
       01  WS-CXR-CNT-EDIT        PIC ZZZZ9.
       01  WS-CXR-PCT-EDIT        PIC ZZ9.9.
       01  WS-CXR-AMT-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-CXR-AMT2-EDIT       PIC Z,ZZZ,ZZ9.99.

      * MAKER-CHECKER APPROVAL QUEUE - WS-MKC-REQUEST MIRRORS THE
      * APPROVAL RECORD: THE MAKER'S PATH FILLS IT BEFORE FILING, AND
      * AN APPROVED ITEM IS LOADED BACK INTO IT SO THE ACTION
      * PARAGRAPH TAKES ITS INPUTS FROM HERE INSTEAD OF THE KEYBOARD
      * WHILE WS-MKC-EXECUTING IS 'Y'
       01  WS-MKC-STATUS          PIC XX.
       01  WS-MKC-EXECUTING       PIC X VALUE 'N'.
       01  WS-MKC-DONE            PIC X VALUE 'N'.
       01  WS-MKC-EXPIRY-HOURS    PIC 9(3) VALUE 24.
       01  WS-MKC-NEXT-NUMBER     PIC 9(6) VALUE 0.
       01  WS-MKC-NUM-EDIT        PIC Z(5)9.
       01  WS-MKC-PICK-IN         PIC X(6).
       01  WS-MKC-DECISION        PIC X VALUE SPACE.
       01  WS-MKC-NOTE-IN         PIC X(30).
       01  WS-MKC-NOW             PIC X(16).
       01  WS-MKC-CUTOFF          PIC X(16).
       01  WS-MKC-PENDING-CNT     PIC 9(4) VALUE 0.
       01  WS-MKC-EXPIRED-CNT     PIC 9(4) VALUE 0.
       01  WS-HC-MKC-EXPIRED      PIC 9(4) VALUE 0.
       01  WS-HC-MKC-PENDING      PIC 9(4) VALUE 0.
      * "/MK:" + THE MAKER'S OPERATOR ID, APPENDED TO THE AUDIT LINE
      * AFTER THE OPERATOR (THE CHECKER) - SPACES FOR EVERY OTHER LINE
       01  WS-AUDIT-MAKER-TAG     PIC X(12) VALUE SPACES.
       01  WS-MKC-REQUEST.
           05 WS-MKC-R-NUMBER     PIC 9(6).
           05 WS-MKC-R-ACTION     PIC X(8).
           05 WS-MKC-R-STUDENT    PIC X(11).
           05 WS-MKC-R-PLATE      PIC X(6).
           05 WS-MKC-R-RECEIPT-IN PIC X(10).
           05 WS-MKC-R-FC-REASON  PIC X.
           05 WS-MKC-R-FC-EXIT-IN PIC X(16).
           05 WS-MKC-R-FC-BILL-YN PIC X.
           05 WS-MKC-R-TENDER     PIC X(8).
           05 WS-MKC-R-REASON     PIC X(40).
           05 WS-MKC-R-SUMMARY    PIC X(40).
           05 WS-MKC-R-MAKER-ID   PIC X(8).
           05 WS-MKC-R-REQ-AT     PIC X(16).
           05 WS-MKC-R-STATUS     PIC X(8).
           05 WS-MKC-R-CHECKER-ID PIC X(8).
           05 WS-MKC-R-DECIDED-AT PIC X(16).
           05 WS-MKC-R-NOTE       PIC X(30).

      * HANDHELD CITATION UPLOAD - THE CITATION BEING WORKED, WHICHEVER
      * FILE IT CAME FROM, AND THE PER-GUARD LOAD CONTROL TOTALS
       01  WS-HHC-STATUS          PIC XX.
       01  WS-CSP-STATUS          PIC XX.
       01  WS-CRT-STATUS          PIC XX.
       01  WS-HHR-STATUS          PIC XX.
       01  WS-HHR-FILENAME        PIC X(40).
       01  WS-HHC-CITATION.
           05 WS-HHC-STUDENT      PIC X(11).
           05 WS-HHC-PLATE        PIC X(6).
           05 WS-HHC-TYPE         PIC X(30).
           05 WS-HHC-DATE         PIC X(10).
           05 WS-HHC-TIME         PIC X(8).
           05 WS-HHC-LOT          PIC X(10).
           05 WS-HHC-GUARD        PIC X(8).
       01  WS-HHC-REASON          PIC X(30).
       01  WS-HHC-POSTED          PIC X VALUE 'N'.
       01  WS-HHC-EOF             PIC X VALUE 'N'.
       01  WS-HHC-DUP             PIC X VALUE 'N'.
       01  WS-HHC-PLATE-FOUND     PIC X VALUE 'N'.
       01  WS-HHC-SOURCE          PIC X(22).
       01  WS-HHC-ACTION          PIC X VALUE SPACE.
       01  WS-HHC-LINE-NO         PIC 9(5) VALUE 0.
       01  WS-HHC-PICK            PIC 9(5) VALUE 0.
       01  WS-HHC-PICK-IN         PIC X(5).
       01  WS-HHC-QUEUED          PIC 9(5) VALUE 0.
       01  WS-HHC-FIX-STUDENT     PIC X(11).
       01  WS-HHC-FIX-PLATE       PIC X(6).
       01  WS-HHC-FIX-TYPE        PIC X(30).
       01  WS-HHC-FIX-DATE        PIC X(10).
       01  WS-HHC-FIX-TIME        PIC X(8).
       01  WS-HHC-RESUME-AT       PIC 9(6) VALUE 0.
       01  WS-HHC-READ-NO         PIC 9(6) VALUE 0.
       01  WS-HHC-INBOUND         PIC X(40)
                                  VALUE "HANDHELD-CITATIONS.dat".
       01  WS-HHC-WORKFILE        PIC X(40)
                                  VALUE "HANDHELD-CITATIONS.wrk".
       01  WS-HHC-LEFTOVER        PIC X VALUE 'N'.
       01  WS-HHG-TABLE.
           05 WS-HHG-ENTRY OCCURS 50 TIMES.
               10 WS-HHG-GUARD      PIC X(8).
               10 WS-HHG-ACCEPTED   PIC 9(5).
               10 WS-HHG-REJECTED   PIC 9(5).
               10 WS-HHG-FINES      PIC 9(7)V99.
       01  WS-HHG-COUNT-USED      PIC 9(2) VALUE 0.
       01  WS-HHG-I               PIC 9(2) VALUE 0.
       01  WS-HHG-FOUND           PIC X VALUE 'N'.
       01  WS-HHG-TOT-ACCEPTED    PIC 9(6) VALUE 0.
       01  WS-HHG-TOT-REJECTED    PIC 9(6) VALUE 0.
       01  WS-HHG-TOT-FINES       PIC 9(8)V99 VALUE 0.
       01  WS-HHG-CNT-EDIT        PIC ZZZZZ9.
       01  WS-HHG-REJ-EDIT        PIC ZZZZZ9.
       01  WS-HHG-AMT-EDIT        PIC Z,ZZZ,ZZ9.99.

      * STUDENT PORTAL INTERFACE - THE REQUEST BEING ANSWERED AND THE
      * RUN'S COUNTS
       01  WS-PRQ-STATUS          PIC XX.
       01  WS-PRP-STATUS          PIC XX.
       01  WS-PLG-STATUS          PIC XX.
       01  WS-PRQ-EOF             PIC X VALUE 'N'.
       01  WS-PRQ-INBOUND         PIC X(40)
                                  VALUE "PORTAL-REQUESTS.dat".
       01  WS-PRQ-WORKFILE        PIC X(40)
                                  VALUE "PORTAL-REQUESTS.wrk".
       01  WS-PRQ-LEFTOVER        PIC X VALUE 'N'.
       01  WS-PRQ-REQUEST.
           05 WS-PRQ-ID           PIC X(12).
           05 WS-PRQ-STUDENT      PIC X(11).
           05 WS-PRQ-TYPE         PIC X(10).
       01  WS-PRQ-RESULT          PIC X(2).
       01  WS-PRQ-LINES           PIC 9(3) VALUE 0.
       01  WS-PRQ-READ-NO         PIC 9(6) VALUE 0.
       01  WS-PRQ-RESUME-AT       PIC 9(6) VALUE 0.
       01  WS-PRQ-SERVED          PIC 9(6) VALUE 0.
       01  WS-PRQ-REFUSED         PIC 9(6) VALUE 0.

      * USAGE AND REVENUE BY COLLEGE - ONE ROW PER MST-COLLEGE SEEN IN
      * THE MONTH, KEPT IN NAME ORDER, WITH THE CAMPUS TOTAL IN THE
      * LAST ROW. STUDENTS NOT ON THE ROSTER COUNT UNDER "UNKNOWN"
       01  WS-CGR-STATUS          PIC XX.
       01  WS-CGR-FILENAME        PIC X(40).
       01  WS-CLG-PERIOD-IN       PIC X(7).
       01  WS-CLG-PERIOD          PIC X(7).
       01  WS-CLG-YEAR            PIC 9(4).
       01  WS-CLG-MONTH           PIC 99.
       01  WS-CLG-REV-NAME-LIST.
           05 FILLER              PIC X(8) VALUE "HOURLY".
           05 FILLER              PIC X(8) VALUE "PERMIT".
           05 FILLER              PIC X(8) VALUE "FINES".
           05 FILLER              PIC X(8) VALUE "IMPOUND".
           05 FILLER              PIC X(8) VALUE "PLAN".
           05 FILLER              PIC X(8) VALUE "VISITOR".
           05 FILLER              PIC X(8) VALUE "OTHER".
           05 FILLER              PIC X(8) VALUE "WALLET".
       01  WS-CLG-REV-NAMES REDEFINES WS-CLG-REV-NAME-LIST.
           05 WS-CLG-REV-NAME OCCURS 8 TIMES PIC X(8).
       01  WS-CLG-TABLE.
           05 WS-CLG-ENTRY OCCURS 41 TIMES.
               10 WS-CLG-NAME       PIC X(10).
               10 WS-CLG-PARKERS    PIC 9(5).
               10 WS-CLG-VISITS     PIC 9(6).
               10 WS-CLG-STAY-MIN   PIC 9(9).
               10 WS-CLG-STAY-CNT   PIC 9(6).
               10 WS-CLG-HOUR-ARR   PIC 9(6) OCCURS 24 TIMES.
               10 WS-CLG-FEES       PIC S9(7)V99 OCCURS 8 TIMES.
               10 WS-CLG-CITED      PIC 9(5).
               10 WS-CLG-UNSETTLED  PIC 9(5).
               10 WS-CLG-PERMITS    PIC 9(5).
       01  WS-CLG-COUNT-USED      PIC 9(2) VALUE 0.
       01  WS-CLG-TOTAL-ROW       PIC 9(2) VALUE 41.
       01  WS-CLG-I               PIC 9(2) VALUE 0.
       01  WS-CLG-J               PIC 9(2) VALUE 0.
       01  WS-CLG-R               PIC 9(2) VALUE 0.
       01  WS-CLG-H               PIC 9(2) VALUE 0.
       01  WS-CLG-SUB             PIC 9(2) VALUE 0.
       01  WS-CLG-FOUND           PIC X VALUE 'N'.
       01  WS-CLG-EOF             PIC X VALUE 'N'.
       01  WS-CLG-SCAN-EOF        PIC X VALUE 'N'.
       01  WS-CLG-MST-OPEN        PIC X VALUE 'N'.
       01  WS-CLG-PARK-OPEN       PIC X VALUE 'N'.
       01  WS-CLG-LIVE-PARKER     PIC X VALUE 'N'.
       01  WS-CLG-STUDENT         PIC X(11).
       01  WS-CLG-PREV-STUDENT    PIC X(11).
       01  WS-CLG-LAST-STUDENT    PIC X(11).
       01  WS-CLG-LAST-COLLEGE    PIC X(10).
       01  WS-CLG-COLLEGE         PIC X(10).
       01  WS-CLG-ENTRY-TS        PIC X(16).
       01  WS-CLG-EXIT-TS         PIC X(16).
       01  WS-CLG-OVERFLOW        PIC 9(6) VALUE 0.
       01  WS-CLG-PEAK-HOUR       PIC 99 VALUE 0.
       01  WS-CLG-PEAK-MAX        PIC 9(6) VALUE 0.
       01  WS-CLG-AVG-MIN         PIC 9(6) VALUE 0.
       01  WS-CLG-AVG-HH          PIC 9(4) VALUE 0.
       01  WS-CLG-AVG-MM          PIC 99 VALUE 0.
       01  WS-CLG-SHARE           PIC 9(3)V9 VALUE 0.
       01  WS-CLG-FEE-TOTAL       PIC S9(8)V99 VALUE 0.
       01  WS-CLG-CNT-EDIT        PIC ZZZZ9.
       01  WS-CLG-VIS-EDIT        PIC ZZZZZ9.
       01  WS-CLG-CIT-EDIT        PIC ZZZZ9.
       01  WS-CLG-UNS-EDIT        PIC ZZZZ9.
       01  WS-CLG-PMT-EDIT        PIC ZZZZ9.
       01  WS-CLG-HH-EDIT         PIC ZZZ9.
       01  WS-CLG-PCT-EDIT        PIC ZZ9.9.
       01  WS-CLG-AMT-EDIT        PIC -Z,ZZZ,ZZ9.99.
       01  WS-CLG-REV-EDIT        PIC -ZZZZZ9.99.
       01  WS-CLG-POS             PIC 9(3) VALUE 0.

       01  WS-PAL-STATUS          PIC XX.
       01  WS-PLC-OLD-PLATE       PIC X(6).
       01  WS-PLC-NEW-PLATE       PIC X(6).
       01  WS-PLC-EFFECTIVE       PIC X(10).
       01  WS-PLC-OWNER           PIC X(11).
       01  WS-PLC-EOF             PIC X VALUE 'N'.
       01  WS-PLC-CLASH           PIC X VALUE 'N'.
       01  WS-PLC-KEYS.
           05 WS-PLC-KEY OCCURS 100 TIMES PIC X(27).
       01  WS-PLC-KEY-CNT         PIC 9(3) VALUE 0.
       01  WS-PLC-KX              PIC 9(3) VALUE 0.
       01  WS-PLC-WTC-SAVE.
           05 WS-PLC-WTC-REASON   PIC X(40).
           05 WS-PLC-WTC-BY       PIC X(20).
           05 WS-PLC-WTC-ON       PIC X(10).
       01  WS-PLC-COUNTS.
           05 WS-PLC-VISITS       PIC 9(5) VALUE 0.
           05 WS-PLC-PROFILES     PIC 9(5) VALUE 0.
           05 WS-PLC-ROSTER       PIC 9(5) VALUE 0.
           05 WS-PLC-STAFF        PIC 9(5) VALUE 0.
           05 WS-PLC-WATCH        PIC 9(5) VALUE 0.
           05 WS-PLC-HOLDS        PIC 9(5) VALUE 0.
           05 WS-PLC-GUESTS       PIC 9(5) VALUE 0.
           05 WS-PLC-TAGS         PIC 9(5) VALUE 0.
           05 WS-PLC-DOCS         PIC 9(5) VALUE 0.
           05 WS-PLC-OVERNIGHT    PIC 9(5) VALUE 0.
           05 WS-PLC-APPS         PIC 9(5) VALUE 0.
           05 WS-PLC-PRIOR        PIC 9(5) VALUE 0.
       01  WS-PLC-TOTAL           PIC 9(5) VALUE 0.
       01  WS-PLC-SET.
           05 WS-PLC-SET-PLATE OCCURS 20 TIMES PIC X(6).
       01  WS-PLC-SET-CNT         PIC 9(2) VALUE 0.
       01  WS-PLC-SX              PIC 9(2) VALUE 0.
       01  WS-PLC-SY              PIC 9(2) VALUE 0.
       01  WS-PLC-IN-SET          PIC X VALUE 'N'.
       01  WS-PLC-ADD-PLATE       PIC X(6).
       01  WS-PLC-ALIAS-OPEN      PIC X VALUE 'N'.

       01  WS-OVN-STATUS          PIC XX.
       01  WS-OVERNIGHT-RATE      PIC 9(5)V99 VALUE 0.
       01  WS-OVN-ACTION-IN       PIC X VALUE SPACE.
       01  WS-OVN-STUDENT         PIC X(11).
       01  WS-OVN-PLATE           PIC X(6).
       01  WS-OVN-LOT             PIC X(10).
       01  WS-OVN-FROM-IN         PIC X(10).
       01  WS-OVN-TO-IN           PIC X(10).
       01  WS-OVN-OFFICE-IN       PIC X(20).
       01  WS-OVN-REASON-IN       PIC X(30).
       01  WS-OVN-SPAN-FROM       PIC X(10).
       01  WS-OVN-SPAN-TO         PIC X(10).
       01  WS-OVN-TODAY           PIC X(10).
       01  WS-OVN-AUTHORIZED      PIC X VALUE 'N'.
       01  WS-OVN-COVERED         PIC X VALUE 'N'.
       01  WS-OVN-FOUND-TO        PIC X(10).
       01  WS-OVN-FOUND-OFFICE    PIC X(20).
       01  WS-OVN-EOF             PIC X VALUE 'N'.
       01  WS-OVN-INT             PIC 9(8) VALUE 0.
       01  WS-OVN-YMD             PIC 9(8) VALUE 0.
       01  WS-OVN-CAP             PIC 9(5)V99 VALUE 0.
       01  WS-OVN-RESTART-MIN     PIC S9(9) VALUE 0.
       01  WS-OVN-SHOWN           PIC 9(4) VALUE 0.
       01  WS-OVN-LIST.
           05 WS-OVN-L-ENTRY OCCURS 200 TIMES.
               10 WS-OVN-L-LOT      PIC X(10).
               10 WS-OVN-L-SLOT     PIC 9(4).
               10 WS-OVN-L-PLATE    PIC X(6).
               10 WS-OVN-L-MODEL    PIC X(20).
               10 WS-OVN-L-OWNER    PIC X(30).
               10 WS-OVN-L-CONTACT  PIC X(13).
               10 WS-OVN-L-OFFICE   PIC X(20).
               10 WS-OVN-L-TO       PIC X(10).
       01  WS-OVN-LIST-CNT        PIC 9(4) VALUE 0.
       01  WS-OVN-LX              PIC 9(4) VALUE 0.

       01  WS-WLT-STATUS          PIC XX.
       01  WS-WLG-STATUS          PIC XX.
       01  WS-WTU-STATUS          PIC XX.
       01  WS-WLN-STATUS          PIC XX.
       01  WS-WLR-STATUS          PIC XX.
       01  WS-ACCT-WALLET         PIC X(8) VALUE "2110".
       01  WS-WLT-LOW-BALANCE     PIC 9(5)V99 VALUE 50.00.
       01  WS-WLT-ACTION-IN       PIC X VALUE SPACE.
       01  WS-WLT-STUDENT         PIC X(11).
       01  WS-WLT-AMOUNT          PIC 9(5)V99 VALUE 0.
       01  WS-WLT-AMOUNT-IN       PIC X(10).
       01  WS-WLT-SIGNED          PIC S9(5)V99 VALUE 0.
       01  WS-WLT-FOUND           PIC X VALUE 'N'.
       01  WS-WLT-APPLIED         PIC X VALUE 'N'.
       01  WS-WLT-POSTED          PIC X VALUE 'N'.
       01  WS-WLT-PAID            PIC X VALUE 'N'.
       01  WS-WLT-BALANCE         PIC 9(5)V99 VALUE 0.
       01  WS-WLT-ENTRY-TYPE      PIC X(8).
       01  WS-WLT-SOURCE          PIC X(8).
       01  WS-WLT-REFERENCE       PIC X(12).
       01  WS-WLT-RECEIPT         PIC 9(8) VALUE 0.
       01  WS-WLT-TODAY           PIC X(10).
       01  WS-WLT-STAMP           PIC X(19).
       01  WS-WLT-EOF             PIC X VALUE 'N'.
       01  WS-WLT-PRINT           PIC X VALUE 'N'.
       01  WS-WLT-OPENING         PIC S9(7)V99 VALUE 0.
       01  WS-WLT-DAY-TOPUPS      PIC S9(7)V99 VALUE 0.
       01  WS-WLT-DAY-DEBITS      PIC S9(7)V99 VALUE 0.
       01  WS-WLT-CLOSING         PIC S9(7)V99 VALUE 0.
       01  WS-WLT-ON-FILE         PIC S9(7)V99 VALUE 0.
       01  WS-WLT-DIFF            PIC S9(7)V99 VALUE 0.
       01  WS-WLT-AMT-DISPLAY     PIC -(7)9.99.
       01  WS-WLT-AMT2-DISPLAY    PIC -(7)9.99.
       01  WS-WLT-LOADED          PIC 9(5) VALUE 0.
       01  WS-WLT-REJECTED        PIC 9(5) VALUE 0.
       01  WS-WLT-NOTICES         PIC 9(5) VALUE 0.
       01  WS-WLT-LINES           PIC 9(5) VALUE 0.
       01  WS-WLT-REASON          PIC X(30).
       01  WS-WLT-NAME            PIC X(30).
       01  WS-WLT-MOBILE          PIC X(13).
       01  WS-WLT-MST-OPEN        PIC X VALUE 'N'.
       01  WS-JRN-WLT-IN          PIC 9(7)V99 VALUE 0.
       01  WS-JRN-WLT-OUT         PIC 9(7)V99 VALUE 0.
      * A DAY WHOSE REVERSALS OUTRUN ITS TOP-UPS (OR ITS WALLET-PAID
      * FEES) NETS THE OTHER WAY - CASH BACK OUT TO THE STUDENT, OR
      * FEES HANDED BACK TO THE WALLET
       01  WS-JRN-WLT-IN-BACK     PIC 9(7)V99 VALUE 0.
       01  WS-JRN-WLT-OUT-BACK    PIC 9(7)V99 VALUE 0.

       01  WS-WIF-STATUS          PIC XX.
       01  WS-WIR-STATUS          PIC XX.
       01  WS-WIF-FROM            PIC X(10).
       01  WS-WIF-TO              PIC X(10).
       01  WS-WIF-FROM-YM         PIC 9(6) VALUE 0.
       01  WS-WIF-PERIOD-YM       PIC 9(6) VALUE 0.
       01  WS-WIF-EOF             PIC X VALUE 'N'.
       01  WS-WIF-PMT-OPEN        PIC X VALUE 'N'.
       01  WS-WIF-KEYS-USED       PIC 9(3) VALUE 0.
       01  WS-WIF-KEYS-IGNORED    PIC 9(3) VALUE 0.
       01  WS-WIF-SET-MOTORCYCLE  PIC X VALUE 'N'.
       01  WS-WIF-SET-CAR         PIC X VALUE 'N'.
       01  WS-WIF-SET-BICYCLE     PIC X VALUE 'N'.
       01  WS-WIF-SET-HOURLY      PIC X VALUE 'N'.
       01  WS-WIF-SET-GRACE       PIC X VALUE 'N'.
       01  WS-WIF-SET-CAP         PIC X VALUE 'N'.
       01  WS-WIF-SET-OVERNIGHT   PIC X VALUE 'N'.
      * 'Y' WHILE THE SIMULATION IS PRICING - LOAD-FEE-TERMS-AS-OF
      * THEN LAYS THE PROPOSED KEYS OVER THE TERMS OF EACH VISIT'S DAY
       01  WS-WIF-ACTIVE          PIC X VALUE 'N'.
       01  WS-WIF-PROPOSED-TERMS.
           05 WS-WIF-PRO-HOURLY     PIC 9(5)V99.
           05 WS-WIF-PRO-MOTORCYCLE PIC 9(5)V99.
           05 WS-WIF-PRO-CAR        PIC 9(5)V99.
           05 WS-WIF-PRO-BICYCLE    PIC 9(5)V99.
           05 WS-WIF-PRO-GRACE      PIC 9(3).
           05 WS-WIF-PRO-CAP        PIC 9(5)V99.
           05 WS-WIF-PRO-OVERNIGHT  PIC 9(5)V99.
      * THE LIVE TERMS, PUT BACK WHEN THE SIMULATION IS DONE
       01  WS-WIF-SAVED-TERMS.
           05 WS-WIF-SAV-HOURLY     PIC 9(5)V99.
           05 WS-WIF-SAV-MOTORCYCLE PIC 9(5)V99.
           05 WS-WIF-SAV-CAR        PIC 9(5)V99.
           05 WS-WIF-SAV-BICYCLE    PIC 9(5)V99.
           05 WS-WIF-SAV-GRACE      PIC 9(3).
           05 WS-WIF-SAV-CAP        PIC 9(5)V99.
           05 WS-WIF-SAV-OVERNIGHT  PIC 9(5)V99.
       01  WS-WIF-ACTUAL          PIC 9(5)V99 VALUE 0.
       01  WS-WIF-SIMULATED       PIC 9(5)V99 VALUE 0.
       01  WS-WIF-READ            PIC 9(7) VALUE 0.
       01  WS-WIF-PRICED          PIC 9(7) VALUE 0.
       01  WS-WIF-SKIPPED         PIC 9(7) VALUE 0.
      * ONE ROW PER VEHICLE TYPE ('V'), LOT ('L') AND MONTH ('M'),
      * PLUS THE ALL-VISITS ROW ('A')
       01  WS-WIF-TABLE.
           05 WS-WIF-ENTRY OCCURS 150 TIMES.
               10 WS-WIF-DIM        PIC X.
               10 WS-WIF-NAME       PIC X(10).
               10 WS-WIF-VISITS     PIC 9(6).
               10 WS-WIF-ACT-AMT    PIC 9(8)V99.
               10 WS-WIF-SIM-AMT    PIC 9(8)V99.
               10 WS-WIF-UP         PIC 9(6).
               10 WS-WIF-DOWN       PIC 9(6).
       01  WS-WIF-COUNT-USED      PIC 9(3) VALUE 0.
       01  WS-WIF-SUB             PIC 9(3) VALUE 0.
       01  WS-WIF-I               PIC 9(3) VALUE 0.
       01  WS-WIF-OVERFLOW        PIC 9(5) VALUE 0.
       01  WS-WIF-DIM-WANT        PIC X.
       01  WS-WIF-NAME-WANT       PIC X(10).
       01  WS-WIF-SECTION         PIC X(10).
       01  WS-WIF-SEED-YEAR       PIC 9(4) VALUE 0.
       01  WS-WIF-SEED-MONTH      PIC 99 VALUE 0.
       01  WS-WIF-SEED-YM         PIC 9(6) VALUE 0.
       01  WS-WIF-TO-YM           PIC 9(6) VALUE 0.
       01  WS-WIF-DIFF            PIC S9(8)V99 VALUE 0.
       01  WS-WIF-CNT-EDIT        PIC ZZZZZ9.
       01  WS-WIF-UP-EDIT         PIC ZZZZZ9.
       01  WS-WIF-DOWN-EDIT       PIC ZZZZZ9.
       01  WS-WIF-ACT-EDIT        PIC Z(7)9.99.
       01  WS-WIF-SIM-EDIT        PIC Z(7)9.99.
       01  WS-WIF-DIFF-EDIT       PIC -(7)9.99.
       01  WS-WIF-RATE-EDIT       PIC ZZZZ9.99.
       01  WS-WIF-MC-EDIT         PIC ZZZZ9.99.
       01  WS-WIF-CAR-EDIT        PIC ZZZZ9.99.
       01  WS-WIF-BIKE-EDIT       PIC ZZZZ9.99.
       01  WS-WIF-CAP-EDIT        PIC ZZZZ9.99.
       01  WS-WIF-OVN-EDIT        PIC ZZZZ9.99.
       01  WS-WIF-GRACE-EDIT      PIC ZZ9.
       01  WS-WIF-TERMS-LINE      PIC X(131).
       01  WS-WIF-CUR-TERMS       PIC X(131).
       01  WS-WIF-NEW-TERMS       PIC X(131).

       01  WS-GEV-STATUS          PIC XX.
       01  WS-GRR-STATUS          PIC XX.
       01  WS-GRR-FILENAME        PIC X(40).
       01  WS-GRC-DATE            PIC X(10).
       01  WS-GRC-EOF             PIC X VALUE 'N'.
       01  WS-GRC-FOUND           PIC X VALUE 'N'.
      * ONE GATE COMMAND LINE, TAKEN APART
       01  WS-GRC-CMD.
           05 WS-GRC-CMD-TS         PIC X(25).
           05 WS-GRC-CMD-LANE       PIC X(8).
           05 WS-GRC-CMD-LOT        PIC X(10).
           05 WS-GRC-CMD-DIR        PIC X(3).
           05 WS-GRC-CMD-VERB       PIC X(4).
           05 WS-GRC-CMD-PLATE      PIC X(6).
           05 WS-GRC-CMD-REF        PIC X(20).
           05 WS-GRC-CMD-STUDENT    PIC X(11).
           05 WS-GRC-CMD-START      PIC X(16).
      * THE DAY'S COMMANDS, MARKED OFF AS THE CONTROLLER'S RAISES
      * ARE MATCHED TO THEM
       01  WS-GRC-CMD-TABLE.
           05 WS-GRC-C-ENTRY OCCURS 3000 TIMES.
               10 WS-GRC-C-LANE     PIC X(8).
               10 WS-GRC-C-REF      PIC X(20).
               10 WS-GRC-C-TIME     PIC X(8).
               10 WS-GRC-C-DIR      PIC X(3).
               10 WS-GRC-C-PLATE    PIC X(6).
               10 WS-GRC-C-LOT      PIC X(10).
               10 WS-GRC-C-ACTED    PIC X.
               10 WS-GRC-C-STUDENT  PIC X(11).
               10 WS-GRC-C-START    PIC X(16).
       01  WS-GRC-CMD-COUNT       PIC 9(4) VALUE 0.
       01  WS-GRC-CMD-OVERFLOW    PIC 9(5) VALUE 0.
       01  WS-GRC-CMD-NO-REF      PIC 9(5) VALUE 0.
       01  WS-GRC-C               PIC 9(4) VALUE 0.
       01  WS-GRC-HIT             PIC 9(4) VALUE 0.
      * COUNTS BY GATE AND HOUR OF THE DAY
       01  WS-GRC-GATE-TABLE.
           05 WS-GRC-GATE OCCURS 10 TIMES.
               10 WS-GRC-G-NAME     PIC X(8).
               10 WS-GRC-G-HOUR OCCURS 24 TIMES.
                   15 WS-GRC-H-COMMANDS  PIC 9(5).
                   15 WS-GRC-H-RAISES    PIC 9(5).
                   15 WS-GRC-H-TAILGATE  PIC 9(5).
                   15 WS-GRC-H-EXTRA     PIC 9(5).
                   15 WS-GRC-H-NORAISE   PIC 9(5).
                   15 WS-GRC-H-NOTACTED  PIC 9(5).
                   15 WS-GRC-H-UNKNOWN   PIC 9(5).
       01  WS-GRC-GATE-COUNT      PIC 99 VALUE 0.
       01  WS-GRC-G               PIC 99 VALUE 0.
       01  WS-GRC-I               PIC 99 VALUE 0.
       01  WS-GRC-H               PIC 99 VALUE 0.
       01  WS-GRC-HOUR-IN         PIC XX.
       01  WS-GRC-GATE-WANT       PIC X(8).
       01  WS-GRC-HOUR-ACTIVITY   PIC 9(6) VALUE 0.
      * RUN TOTALS
       01  WS-GRC-TOTALS.
           05 WS-GRC-T-EVENTS       PIC 9(6).
           05 WS-GRC-T-OTHER-DAY    PIC 9(6).
           05 WS-GRC-T-RAISES       PIC 9(6).
           05 WS-GRC-T-TAILGATE     PIC 9(6).
           05 WS-GRC-T-EXTRA        PIC 9(6).
           05 WS-GRC-T-NORAISE      PIC 9(6).
           05 WS-GRC-T-NOTACTED     PIC 9(6).
           05 WS-GRC-T-UNKNOWN      PIC 9(6).
           05 WS-GRC-T-GATE-FULL    PIC 9(6).
       01  WS-GRC-VEH-EDIT        PIC ZZ9.
       01  WS-GRC-E1              PIC ZZZZ9.
       01  WS-GRC-E2              PIC ZZZZ9.
       01  WS-GRC-E3              PIC ZZZZ9.
       01  WS-GRC-E4              PIC ZZZZ9.
       01  WS-GRC-E5              PIC ZZZZ9.
       01  WS-GRC-E6              PIC ZZZZ9.
       01  WS-GRC-E7              PIC ZZZZ9.
       01  WS-GRC-HOUR-EDIT       PIC 99.
       01  WS-GRC-VEHICLES        PIC 9(3) VALUE 0.

      * MAIN FUNCTION
       PROCEDURE DIVISION.
      * WHEN LAUNCHED WITH A "BATCH" OR "EOD" RUN-TIME PARAMETER (E.G.
                   OR WS-RUN-MODE(1:3) = "EOD"
                   MOVE "BATCH" TO WS-OPERATOR-ID
                   PERFORM END-OF-DAY-BATCH
      * "CLEARANCE" IS THE OVERNIGHT REGISTRAR CLEARANCE RUN
               WHEN WS-RUN-MODE(1:9) = "CLEARANCE"
                   MOVE "BATCH" TO WS-OPERATOR-ID
                   PERFORM CLEARANCE-BATCH
      * "SWEEP" RECONCILES THE GUARDS' LATEST LOT SWEEP UPLOAD
               WHEN WS-RUN-MODE(1:5) = "SWEEP"
                   MOVE "BATCH" TO WS-OPERATOR-ID
                   PERFORM SWEEP-RECONCILE-BATCH
      * "CAMPUS" AT THE MAIN CAMPUS CONSOLIDATES LAST NIGHT'S CAMPUS
      * EXTRACTS; "CAMPUS YYYY-MM-DD" RERUNS A GIVEN NIGHT
               WHEN WS-RUN-MODE(1:6) = "CAMPUS"
                   MOVE "BATCH" TO WS-OPERATOR-ID
                   PERFORM CAMPUS-CONSOLIDATION-BATCH
      * "DOCNOTICE" AT MONTH START EXTRACTS THE LICENSE/REGISTRATION
      * EXPIRY NOTICES FOR STUDENT AFFAIRS
               WHEN WS-RUN-MODE(1:9) = "DOCNOTICE"
                   MOVE "BATCH" TO WS-OPERATOR-ID
                   PERFORM DOC-EXPIRY-NOTICES
      * "CITEUPLOAD" POSTS THE PATROL HANDHELDS' CITATION EXPORT
               WHEN WS-RUN-MODE(1:10) = "CITEUPLOAD"
                   MOVE "BATCH" TO WS-OPERATOR-ID
                   PERFORM CITATION-UPLOAD-BATCH
      * "COLLEGE" AT MONTH START PRINTS LAST MONTH'S USAGE AND REVENUE
      * BY COLLEGE FOR THE DEANS; "COLLEGE YYYY-MM" REPRINTS A MONTH
               WHEN WS-RUN-MODE(1:7) = "COLLEGE"
                   MOVE "BATCH" TO WS-OPERATOR-ID
                   MOVE WS-RUN-MODE(9:7) TO WS-CLG-PERIOD-IN
                   PERFORM COLLEGE-USAGE-BATCH
      * "CLERKEXC" AT MONTH START PRINTS LAST MONTH'S CLERK EXCEPTION
      * REPORT FOR INTERNAL AUDIT; "CLERKEXC YYYY-MM" REPRINTS A MONTH
               WHEN WS-RUN-MODE(1:8) = "CLERKEXC"
                   MOVE "BATCH" TO WS-OPERATOR-ID
                   MOVE WS-RUN-MODE(10:7) TO WS-CXR-PERIOD-IN
                   PERFORM CLERK-EXCEPTION-BATCH
      * "DISCOUNT" AT MONTH START PRINTS LAST MONTH'S DISCOUNT REPORT
      * FOR THE AUDIT OFFICE; "DISCOUNT YYYY-MM" REPRINTS A GIVEN MONTH
               WHEN WS-RUN-MODE(1:8) = "DISCOUNT"
                   MOVE "BATCH" TO WS-OPERATOR-ID
                   MOVE WS-RUN-MODE(10:7) TO WS-DSR-PERIOD-IN
                   PERFORM DISCOUNT-REPORT-BATCH
      * "STATEMENT" AT MONTH START PRINTS LAST MONTH'S STATEMENTS OF
      * ACCOUNT; "STATEMENT YYYY-MM" REPRINTS A GIVEN MONTH
               WHEN WS-RUN-MODE(1:9) = "STATEMENT"
                   MOVE "BATCH" TO WS-OPERATOR-ID
                   MOVE WS-RUN-MODE(11:7) TO WS-STM-PERIOD-IN
                   PERFORM STATEMENT-BATCH
      * THE SPARE TERMINAL BY THE BOOTH RUNS "KIOSK" - A STUDENT KEYS
      * THEIR OWN NUMBER AND SEES ONLY THEIR OWN POSITION, NO MENU,
      * NO OPERATOR FUNCTIONS, NO SIGN-ON
               WHEN WS-RUN-MODE(1:5) = "KIOSK"
                   MOVE "KIOSK" TO WS-OPERATOR-ID
                   PERFORM KIOSK-MODE
      * "PORTAL" ANSWERS THE UNIVERSITY PORTAL'S STUDENT REQUESTS -
      * READ-ONLY, LIKE THE KIOSK
               WHEN WS-RUN-MODE(1:6) = "PORTAL"
                   MOVE "PORTAL" TO WS-OPERATOR-ID
                   PERFORM PORTAL-REQUEST-BATCH
               WHEN OTHER
                   PERFORM OPERATOR-SIGN-ON
                   IF WS-SIGNED-ON = 'Y'
      * COMPUTE-VISIT-FEE ONLY TOUCHES THE RECORD AREA - NOTHING IS
      * REWRITTEN FROM THE KIOSK
               PERFORM COMPUTE-VISIT-FEE
               PERFORM APPLY-VISIT-DISCOUNT
               MOVE FEE-AMOUNT TO WS-FEE-DISPLAY
               DISPLAY "Parked in lot " FUNCTION TRIM(LOT-ID)
                       " since " TIME-OF-ENTRY(1:16)
               DISPLAY "Time so far: " WS-ELAPSED-HOURS-OUT
                       " hr(s) " WS-ELAPSED-MINS-OUT " min(s)"
               DISPLAY "Fee so far:  " WS-FEE-DISPLAY
               IF WS-DSC-AMOUNT > 0
                   DISPLAY "  (after " FUNCTION TRIM(WS-DSC-CATEGORY)
                           " discount of " WS-DSC-PERCENT "%)"
               END-IF
               IF PAID-THROUGH NOT = SPACES
                   DISPLAY "Paid at station - exit freely until "
                           PAID-THROUGH
           CLOSE VIOLATION-FILE
           .

      * "PORTAL" RUN MODE - THE SCHEDULER RUNS IT EVERY FEW MINUTES
      * TO ANSWER WHATEVER THE UNIVERSITY PORTAL HAS DROPPED IN
      * PORTAL-REQUESTS.dat, SO STUDENTS CAN CHECK THEIR BALANCE,
      * PERMIT, OPEN VISIT, CITATIONS AND PAST VISITS WITHOUT PHONING
      * THE BOOTH. LIKE THE KIOSK, EVERY LOOKUP IS A READ AGAINST THE
      * SAME PARAGRAPHS THE KIOSK AND THE CLERK SCREENS USE - NO
      * BUSINESS FILE IS WRITTEN. EACH REQUEST IS LOGGED. RUN-CONTROL
      * CHECKPOINTS EACH LINE SO A RUN THAT DIES PART-WAY DOES NOT
      * ANSWER THE SAME REQUESTS TWICE. THE DROP IS RENAMED TO A WORK
      * COPY BEFORE IT IS READ AND ONLY THAT COPY IS REMOVED ONCE IT
      * HAS ALL BEEN ANSWERED - THE PORTAL KEEPS APPENDING TO A FRESH
      * PORTAL-REQUESTS.dat MEANWHILE AND NOTHING IT DROPS IS LOST
       PORTAL-REQUEST-BATCH.
           MOVE "PORTAL" TO WS-RUNCTL-TYPE
           PERFORM READ-RUN-CONTROL
      * A WORK COPY STILL ON DISK IS FROM A RUN THAT DIED. IF IT DIED
      * MID-ANSWER IT IS FINISHED FROM ITS CHECKPOINT BEFORE ANY NEW
      * DROP IS TAKEN; IF IT DIED AFTER ANSWERING IT IS JUST REMOVED
           MOVE 'N' TO WS-PRQ-LEFTOVER
           OPEN INPUT PORTAL-REQUEST-FILE
           IF WS-PRQ-STATUS = "00"
               CLOSE PORTAL-REQUEST-FILE
               IF WS-RUNCTL-EXISTS = 'Y'
                   AND WS-RUNCTL-OUTCOME = "RUNNING"
                   MOVE 'Y' TO WS-PRQ-LEFTOVER
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-PRQ-WORKFILE
               END-IF
           END-IF
      * NO DROP ON DISK LEAVES NO WORK COPY, WHICH THE OPEN BELOW
      * REPORTS AS NOTHING WAITING
           IF WS-PRQ-LEFTOVER = 'N'
               CALL "CBL_RENAME_FILE" USING WS-PRQ-INBOUND
                                            WS-PRQ-WORKFILE
           END-IF
           OPEN INPUT PORTAL-REQUEST-FILE
           IF WS-PRQ-STATUS = "35"
               DISPLAY "No portal requests waiting "
                       "(PORTAL-REQUESTS.dat)."
               EXIT PARAGRAPH
           END-IF
           IF WS-PRQ-STATUS NOT = "00"
               STRING "Portal Request Open Error: " WS-PRQ-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PORTAL-REQUEST-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

      * ANSWERS ACCUMULATE UNTIL THE PORTAL COLLECTS THEM - A RUN
      * NEVER OVERWRITES RESPONSES NOT YET PICKED UP
           OPEN EXTEND PORTAL-RESPONSE-FILE
           IF WS-PRP-STATUS = "35"
               OPEN OUTPUT PORTAL-RESPONSE-FILE
               CLOSE PORTAL-RESPONSE-FILE
               OPEN EXTEND PORTAL-RESPONSE-FILE
           END-IF
           IF WS-PRP-STATUS NOT = "00"
               STRING "Portal Response Open Error: " WS-PRP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PORTAL-REQUEST-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PORTAL-REQUEST-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PORTAL-LOG-FILE
           IF WS-PLG-STATUS = "35"
               OPEN OUTPUT PORTAL-LOG-FILE
               CLOSE PORTAL-LOG-FILE
               OPEN EXTEND PORTAL-LOG-FILE
           END-IF
           IF WS-PLG-STATUS NOT = "00"
               STRING "Portal Log Open Error: " WS-PLG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PORTAL-REQUEST-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PORTAL-RESPONSE-FILE
               CLOSE PORTAL-REQUEST-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PRQ-RESUME-AT
           IF WS-PRQ-LEFTOVER = 'Y'
               MOVE WS-RUNCTL-CHECKPOINT TO WS-PRQ-RESUME-AT
               DISPLAY "Resuming portal requests after line "
                       WS-PRQ-RESUME-AT
           ELSE
               MOVE 0 TO WS-RUNCTL-CHECKPOINT
           END-IF
           MOVE "ANSWER" TO WS-RUNCTL-STEP
           PERFORM MARK-RUN-RUNNING

           MOVE 0 TO WS-PRQ-SERVED
           MOVE 0 TO WS-PRQ-REFUSED
           MOVE 0 TO WS-PRQ-READ-NO
           MOVE 'N' TO WS-PRQ-EOF
           PERFORM UNTIL WS-PRQ-EOF = 'Y'
               READ PORTAL-REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-PRQ-EOF
                   NOT AT END
                       ADD 1 TO WS-PRQ-READ-NO
                       IF WS-PRQ-READ-NO > WS-PRQ-RESUME-AT
                           AND PRQ-RECORD NOT = SPACES
                           MOVE PRQ-RECORD TO WS-PRQ-REQUEST
                           PERFORM PRQ-ANSWER-REQUEST
                           MOVE WS-PRQ-READ-NO
                               TO WS-RUNCTL-CHECKPOINT
                           PERFORM UPDATE-RUN-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PORTAL-REQUEST-FILE
           CLOSE PORTAL-RESPONSE-FILE
           CLOSE PORTAL-LOG-FILE
           PERFORM MARK-RUN-COMPLETE

      * EVERYTHING IN THE WORK COPY HAS BEEN ANSWERED (AND LOGGED) -
      * REMOVE IT SO THE NEXT POLL DOES NOT ANSWER THE SAME REQUESTS
      * AGAIN. WHATEVER THE PORTAL HAS DROPPED SINCE IS UNTOUCHED
           CALL "CBL_DELETE_FILE" USING WS-PRQ-WORKFILE
           DISPLAY "Portal requests answered: " WS-PRQ-SERVED
                   "  refused: " WS-PRQ-REFUSED
           .

      * ANSWERS THE ONE REQUEST IN WS-PRQ-REQUEST AND LOGS IT. A BAD
      * STUDENT NUMBER OR UNKNOWN TYPE STILL GETS A ONE-LINE ANSWER
      * SO THE PORTAL IS NEVER LEFT WAITING
       PRQ-ANSWER-REQUEST.
           MOVE FUNCTION UPPER-CASE(WS-PRQ-TYPE) TO WS-PRQ-TYPE
           MOVE 0 TO WS-PRQ-LINES
           MOVE "OK" TO WS-PRQ-RESULT
           MOVE WS-PRQ-STUDENT TO WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               MOVE "IS" TO WS-PRQ-RESULT
           ELSE
               EVALUATE WS-PRQ-TYPE
                   WHEN "BALANCE"
                       PERFORM PRQ-ANSWER-BALANCE
                   WHEN "PERMIT"
                       PERFORM PRQ-ANSWER-PERMIT
                   WHEN "OPEN-VISIT"
                       PERFORM PRQ-ANSWER-OPEN-VISIT
                   WHEN "VIOLATIONS"
                       PERFORM PRQ-ANSWER-VIOLATIONS
                   WHEN "HISTORY"
                       PERFORM PRQ-ANSWER-HISTORY
                   WHEN OTHER
                       MOVE "IT" TO WS-PRQ-RESULT
               END-EVALUATE
           END-IF
           IF WS-PRQ-RESULT NOT = "OK"
               MOVE SPACES TO PRP-DETAIL
               PERFORM PRQ-WRITE-RESPONSE
           END-IF
           IF WS-PRQ-RESULT = "IS" OR WS-PRQ-RESULT = "IT"
               ADD 1 TO WS-PRQ-REFUSED
           ELSE
               ADD 1 TO WS-PRQ-SERVED
           END-IF
           PERFORM PRQ-LOG-REQUEST
           .

      * THE KIOSK'S MONEY FIGURES - UNPAID RECEIPT BALANCES (WITH ANY
      * DEFAULTED PAYMENT PLAN) AND UNSETTLED FINES
       PRQ-ANSWER-BALANCE.
           PERFORM SUM-OUTSTANDING-BALANCE
           PERFORM KIOSK-SUM-FINES
           MOVE SPACES TO PRP-DETAIL
           MOVE WS-OUTSTANDING-TOTAL TO PRP-BAL-OUTSTANDING
           MOVE WS-OUTSTANDING-COUNT TO PRP-BAL-RECEIPTS
           MOVE WS-KIOSK-FINES TO PRP-BAL-FINES
           MOVE WS-KIOSK-FINE-CNT TO PRP-BAL-CITATIONS
           PERFORM PRQ-WRITE-RESPONSE
           .

      * PERMIT VALIDITY AS THE KIOSK SHOWS IT
       PRQ-ANSWER-PERMIT.
           PERFORM CHECK-ACTIVE-PERMIT
           MOVE SPACES TO PRP-DETAIL
           IF WS-PERMIT-ACTIVE = 'Y'
               MOVE 'Y' TO PRP-PMT-ACTIVE
               MOVE WS-ACTIVE-PERMIT-NO TO PRP-PMT-NUMBER
               MOVE PMT-VALID-TO TO PRP-PMT-VALID-TO
           ELSE
               MOVE 'N' TO PRP-PMT-ACTIVE
               MOVE 0 TO PRP-PMT-NUMBER
           END-IF
           PERFORM PRQ-WRITE-RESPONSE
           .

      * THE OPEN VISIT WITH THE TIME AND FEE RUNNING SO FAR, PRICED
      * THE WAY KIOSK-ONE-LOOKUP PRICES IT (NOTHING IS REWRITTEN)
       PRQ-ANSWER-OPEN-VISIT.
           PERFORM CHECK-ALREADY-PARKED
           MOVE SPACES TO PRP-DETAIL
           IF RECORD-FOUND = 'N'
               MOVE 'N' TO PRP-VIS-PARKED
               MOVE 0 TO PRP-VIS-HOURS
               MOVE 0 TO PRP-VIS-MINUTES
               MOVE 0 TO PRP-VIS-FEE
               MOVE 0 TO PRP-VIS-DSC-PERCENT
               PERFORM PRQ-WRITE-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           MOVE TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE WS-DATE-TIME TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-OUT - WS-ELAPSED-MINUTES-1
           COMPUTE WS-ELAPSED-HOURS-OUT = WS-ELAPSED-DIFF / 60
           COMPUTE WS-ELAPSED-MINS-OUT =
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)
           PERFORM COMPUTE-VISIT-FEE
           PERFORM APPLY-VISIT-DISCOUNT
           MOVE SPACES TO PRP-DETAIL
           MOVE 'Y' TO PRP-VIS-PARKED
           MOVE LOT-ID TO PRP-VIS-LOT
           MOVE TIME-OF-ENTRY(1:16) TO PRP-VIS-ENTRY
           MOVE WS-ELAPSED-HOURS-OUT TO PRP-VIS-HOURS
           MOVE WS-ELAPSED-MINS-OUT TO PRP-VIS-MINUTES
           MOVE FEE-AMOUNT TO PRP-VIS-FEE
           IF WS-DSC-AMOUNT > 0
               MOVE WS-DSC-CATEGORY TO PRP-VIS-DSC-CATEGORY
               MOVE WS-DSC-PERCENT TO PRP-VIS-DSC-PERCENT
           ELSE
               MOVE 0 TO PRP-VIS-DSC-PERCENT
           END-IF
           MOVE PAID-THROUGH TO PRP-VIS-PAID-THROUGH
           PERFORM PRQ-WRITE-RESPONSE
           .

      * ONE LINE PER CITATION, OLDEST FIRST, AS VIEW-VIOLATION-HISTORY
      * LISTS THEM - PRP-VIO-SETTLED IS 'N' OPEN, 'Y' PAID, 'W' WAIVED
       PRQ-ANSWER-VIOLATIONS.
           MOVE "NF" TO WS-PRQ-RESULT
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-VIOLATION-STATUS NOT = "00"
               STRING "Violation Open Error: " WS-VIOLATION-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PRQ-ANSWER-VIOLATIONS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
           MOVE 'N' TO END-OF-FILE
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF VIO-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           MOVE "OK" TO WS-PRQ-RESULT
                           MOVE SPACES TO PRP-DETAIL
                           MOVE VIO-VIOLATION-DATE TO PRP-VIO-DATE
                           MOVE VIO-VIOLATION-TYPE TO PRP-VIO-TYPE
                           MOVE VIO-DESCRIPTION
                               TO PRP-VIO-DESCRIPTION
                           MOVE VIO-ISSUED-BY TO PRP-VIO-ISSUED-BY
                           MOVE VIO-FINE-AMOUNT TO PRP-VIO-FINE
                           MOVE VIO-SETTLED TO PRP-VIO-SETTLED
                           IF VIO-SETTLED = 'Y' OR VIO-SETTLED = 'W'
                               MOVE VIO-SETTLED-ON
                                   TO PRP-VIO-SETTLED-ON
                           END-IF
                           PERFORM PRQ-WRITE-RESPONSE
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           .

      * ONE LINE PER VISIT, AS STUDENT-VISIT-HISTORY LISTS THEM - THE
      * ARCHIVE IN DATE ORDER, THEN THE STUDENT'S RECORDS STILL IN THE
      * LIVE FILE (CLOSED BUT NOT YET ARCHIVED, OR STILL PARKED)
       PRQ-ANSWER-HISTORY.
           MOVE "NF" TO WS-PRQ-RESULT
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE WS-STUDENT-NUMBER TO HIST-STUDENT-NUMBER
               MOVE LOW-VALUES TO HIST-TIME-OF-ENTRY
               MOVE 'N' TO END-OF-FILE
               START HISTORY-FILE KEY IS >= HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-FILE
               END-START
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF HIST-STUDENT-NUMBER
                                  = WS-STUDENT-NUMBER
                               PERFORM PRQ-HISTORY-ARCHIVE-LINE
                           ELSE
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE LOW-VALUES TO PARK-PLATE-KEY
           MOVE 'N' TO END-OF-FILE
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF STUDENT-NUMBER = WS-STUDENT-NUMBER
                           PERFORM PRQ-HISTORY-LIVE-LINE
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
           END-PERFORM
           .

      * ONE ARCHIVED VISIT - ENTRY, LOT, DURATION, FEE
       PRQ-HISTORY-ARCHIVE-LINE.
           MOVE HIST-TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE HIST-TIME-OF-EXIT TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-OUT - WS-ELAPSED-MINUTES-1
           COMPUTE WS-ELAPSED-HOURS-OUT = WS-ELAPSED-DIFF / 60
           COMPUTE WS-ELAPSED-MINS-OUT =
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)
           MOVE "OK" TO WS-PRQ-RESULT
           MOVE SPACES TO PRP-DETAIL
           MOVE HIST-TIME-OF-ENTRY(1:16) TO PRP-HIS-ENTRY
           MOVE HIST-LOT-ID TO PRP-HIS-LOT
           MOVE WS-ELAPSED-HOURS-OUT TO PRP-HIS-HOURS
           MOVE WS-ELAPSED-MINS-OUT TO PRP-HIS-MINUTES
           MOVE HIST-FEE-AMOUNT TO PRP-HIS-FEE
           MOVE "CLOSED" TO PRP-HIS-STATE
           PERFORM PRQ-WRITE-RESPONSE
           .

      * ONE LIVE-FILE RECORD - A CLOSED VISIT IN THE SAME SHAPE AS AN
      * ARCHIVED ONE, OR THE VISIT STILL OPEN WITH NO DURATION OR FEE
       PRQ-HISTORY-LIVE-LINE.
           MOVE "OK" TO WS-PRQ-RESULT
           MOVE SPACES TO PRP-DETAIL
           MOVE TIME-OF-ENTRY(1:16) TO PRP-HIS-ENTRY
           MOVE LOT-ID TO PRP-HIS-LOT
           IF TIME-OF-EXIT = SPACES
               MOVE 0 TO PRP-HIS-HOURS
               MOVE 0 TO PRP-HIS-MINUTES
               MOVE 0 TO PRP-HIS-FEE
               MOVE "PARKED" TO PRP-HIS-STATE
               PERFORM PRQ-WRITE-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE TIME-OF-EXIT TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-OUT - WS-ELAPSED-MINUTES-1
           COMPUTE WS-ELAPSED-HOURS-OUT = WS-ELAPSED-DIFF / 60
           COMPUTE WS-ELAPSED-MINS-OUT =
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)
           MOVE WS-ELAPSED-HOURS-OUT TO PRP-HIS-HOURS
           MOVE WS-ELAPSED-MINS-OUT TO PRP-HIS-MINUTES
           MOVE FEE-AMOUNT TO PRP-HIS-FEE
           MOVE "CLOSED" TO PRP-HIS-STATE
           PERFORM PRQ-WRITE-RESPONSE
           .

      * WRITES ONE ANSWER LINE - THE CALLER HAS FILLED PRP-DETAIL
       PRQ-WRITE-RESPONSE.
           ADD 1 TO WS-PRQ-LINES
           MOVE WS-PRQ-ID TO PRP-REQUEST-ID
           MOVE WS-PRQ-STUDENT TO PRP-STUDENT-NUMBER
           MOVE WS-PRQ-TYPE TO PRP-REQUEST-TYPE
           MOVE WS-PRQ-RESULT TO PRP-RESULT
           MOVE WS-PRQ-LINES TO PRP-LINE-NO
           WRITE PRP-RECORD
           IF WS-PRP-STATUS NOT = "00"
               STRING "Portal Response Write Error: " WS-PRP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PRQ-WRITE-RESPONSE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * LOGS THE REQUEST JUST ANSWERED
       PRQ-LOG-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO PLG-TIMESTAMP
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO PLG-TIMESTAMP
           END-STRING
           MOVE WS-PRQ-ID TO PLG-REQUEST-ID
           MOVE WS-PRQ-STUDENT TO PLG-STUDENT-NUMBER
           MOVE WS-PRQ-TYPE TO PLG-REQUEST-TYPE
           MOVE WS-PRQ-RESULT TO PLG-RESULT
           MOVE WS-PRQ-LINES TO PLG-LINES
           WRITE PLG-RECORD
           IF WS-PLG-STATUS NOT = "00"
               STRING "Portal Log Write Error: " WS-PLG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PRQ-LOG-REQUEST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * LOADS TUNABLE SETTINGS (LOT CAPACITY, ETC) FROM A CONTROL FILE
      * SO THEY DON'T HAVE TO BE HARDCODED AND RECOMPILED TO CHANGE
       LOAD-CONFIGURATION.
           MOVE 0 TO WS-CONFIG-COUNT
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "35"
               OPEN OUTPUT CONFIG-FILE
               MOVE "LOT-CAPACITY" TO CONFIG-KEY
               MOVE "50" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "HOURLY-RATE" TO CONFIG-KEY
               MOVE "20.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "BACKUP-RETENTION" TO CONFIG-KEY
               MOVE "30" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "FINE-OVERSTAY" TO CONFIG-KEY
               MOVE "100.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RATE-MOTORCYCLE" TO CONFIG-KEY
               MOVE "20.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RATE-CAR" TO CONFIG-KEY
               MOVE "40.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RATE-BICYCLE" TO CONFIG-KEY
               MOVE "10.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "GRACE-MINUTES" TO CONFIG-KEY
               MOVE "15" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "DAILY-FEE-CAP" TO CONFIG-KEY
               MOVE "200.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "VISITOR-DAILY-RATE" TO CONFIG-KEY
               MOVE "50.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "ACCT-CASH" TO CONFIG-KEY
               MOVE "1010" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "ACCT-HOURLY" TO CONFIG-KEY
               MOVE "4010" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "ACCT-VISITOR" TO CONFIG-KEY
               MOVE "4020" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "ACCT-FINES" TO CONFIG-KEY
               MOVE "4030" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "ACCT-PERMITS" TO CONFIG-KEY
               MOVE "4040" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "PERMIT-FEE" TO CONFIG-KEY
               MOVE "300.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "PAYSTATION-GRACE" TO CONFIG-KEY
               MOVE "15" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "IMPOUND-FEE" TO CONFIG-KEY
               MOVE "500.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RETENTION-AUDIT" TO CONFIG-KEY
               MOVE "365" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RETENTION-ALERTS" TO CONFIG-KEY
               MOVE "365" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RETENTION-ERRORS" TO CONFIG-KEY
               MOVE "365" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RETENTION-CASHUP" TO CONFIG-KEY
               MOVE "365" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RETENTION-PAYMENTS" TO CONFIG-KEY
               MOVE "365" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RSV-NOSHOW-LIMIT" TO CONFIG-KEY
               MOVE "3" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RSV-NOSHOW-DAYS" TO CONFIG-KEY
               MOVE "180" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "RETENTION-DEPARTED" TO CONFIG-KEY
               MOVE "1095" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "CAMPUS-CODE" TO CONFIG-KEY
               MOVE "MAIN" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "TAG-REPLACE-FEE" TO CONFIG-KEY
               MOVE "150.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "TAG-LEGACY-READS" TO CONFIG-KEY
               MOVE "Y" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "DOC-GRACE-DAYS" TO CONFIG-KEY
               MOVE "30" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "DOC-NOTICE-DAYS" TO CONFIG-KEY
               MOVE "30" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "PERMIT-OFFER-DAYS" TO CONFIG-KEY
               MOVE "7" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "PERMIT-TIER-PWD" TO CONFIG-KEY
               MOVE "1" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "PERMIT-TIER-SCHOLAR" TO CONFIG-KEY
               MOVE "2" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "PERMIT-TIER-COMMUTER" TO CONFIG-KEY
               MOVE "3" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "PERMIT-TIER-GENERAL" TO CONFIG-KEY
               MOVE "4" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "DISC-PCT-PWD" TO CONFIG-KEY
               MOVE "20" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "DISC-PCT-SCHOLAR" TO CONFIG-KEY
               MOVE "100" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "DISC-PCT-COUNCIL" TO CONFIG-KEY
               MOVE "100" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "ACCT-DISCOUNTS" TO CONFIG-KEY
               MOVE "4090" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "SHIFT-1-START" TO CONFIG-KEY
               MOVE "06:00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "SHIFT-2-START" TO CONFIG-KEY
               MOVE "14:00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "SHIFT-3-START" TO CONFIG-KEY
               MOVE "22:00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "CLERK-SHARE-PCT" TO CONFIG-KEY
               MOVE "50" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "CLERK-MIN-EVENTS" TO CONFIG-KEY
               MOVE "5" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "CLERK-ZERO-PCT" TO CONFIG-KEY
               MOVE "20" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "CLERK-VARIANCE" TO CONFIG-KEY
               MOVE "100.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "APPROVAL-EXPIRY-HRS" TO CONFIG-KEY
               MOVE "24" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "OVERNIGHT-RATE" TO CONFIG-KEY
               MOVE "60.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "ACCT-WALLET" TO CONFIG-KEY
               MOVE "2110" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "WALLET-LOW-BALANCE" TO CONFIG-KEY
               MOVE "50.00" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               MOVE "ACCT-PLANS" TO CONFIG-KEY
               MOVE "1220" TO CONFIG-VALUE
               WRITE CONFIG-RECORD
               CLOSE CONFIG-FILE
               OPEN INPUT CONFIG-FILE
           END-IF
           IF WS-CONFIG-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ CONFIG-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
      * THE TABLE HOLDS 100 KEYS - A LINE PAST THAT IS DROPPED WITH
      * A WARNING RATHER THAN RUNNING A SUBSCRIPT OFF THE END
                           IF WS-CONFIG-COUNT < 100
                               ADD 1 TO WS-CONFIG-COUNT
                               MOVE CONFIG-KEY
                                   TO WS-CFG-KEY(WS-CONFIG-COUNT)
                               MOVE CONFIG-VALUE
                                   TO WS-CFG-VALUE(WS-CONFIG-COUNT)
                           ELSE
                               DISPLAY "WARNING: config table full - "
                                       "key ignored: " CONFIG-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF
           IF WS-CONFIG-STATUS NOT = "35"
               AND WS-CONFIG-STATUS NOT = "00"
               STRING "File Open Error: " WS-CONFIG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOAD-CONFIGURATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF

           MOVE "LOT-CAPACITY" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-LOT-CAPACITY
           END-IF

           MOVE "HOURLY-RATE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-HOURLY-RATE
           END-IF

           MOVE "BACKUP-RETENTION" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RETENTION-DAYS
           END-IF

      * THE TIERED RATE TABLE - A KEY LEFT OUT OF AN OLDER CONFIG FILE
      * FALLS BACK TO THE FLAT HOURLY-RATE SO EXISTING INSTALLATIONS
      * KEEP BILLING EXACTLY AS BEFORE UNTIL THE NEW KEYS ARE ADDED
           MOVE WS-HOURLY-RATE TO WS-RATE-MOTORCYCLE
           MOVE WS-HOURLY-RATE TO WS-RATE-CAR
           MOVE WS-HOURLY-RATE TO WS-RATE-BICYCLE
           MOVE "RATE-MOTORCYCLE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RATE-MOTORCYCLE
           END-IF
           MOVE "RATE-CAR" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RATE-CAR
           END-IF
           MOVE "RATE-BICYCLE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RATE-BICYCLE
           END-IF
           MOVE "GRACE-MINUTES" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-GRACE-MINUTES
           END-IF
           MOVE "DAILY-FEE-CAP" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-DAILY-FEE-CAP
           END-IF

           MOVE "VISITOR-DAILY-RATE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-VISITOR-DAILY-RATE
           END-IF

           MOVE "ACCT-CASH" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:8) TO WS-ACCT-CASH
           END-IF
           MOVE "ACCT-HOURLY" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:8) TO WS-ACCT-HOURLY
           END-IF
           MOVE "ACCT-VISITOR" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:8) TO WS-ACCT-VISITOR
           END-IF
           MOVE "ACCT-FINES" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:8) TO WS-ACCT-FINES
           END-IF
           MOVE "ACCT-PERMITS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:8) TO WS-ACCT-PERMITS
           END-IF
           MOVE "ACCT-DISCOUNTS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:8) TO WS-ACCT-DISCOUNTS
           END-IF
           MOVE "PERMIT-FEE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-PERMIT-FEE
           END-IF
           MOVE "PAYSTATION-GRACE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-PAYSTATION-GRACE
           END-IF
           MOVE "IMPOUND-FEE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-IMPOUND-FEE
           END-IF
      * HOW MANY NO-SHOWS, OVER HOW MANY DAYS, BEFORE A PERSON IS
      * REFUSED FURTHER SLOT RESERVATIONS (A LIMIT OF 0 NEVER REFUSES)
           MOVE "RSV-NOSHOW-LIMIT" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RSV-NOSHOW-LIMIT
           END-IF
           MOVE "RSV-NOSHOW-DAYS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RSV-NOSHOW-DAYS
           END-IF

      * PER-FILE RETENTION WINDOWS FOR THE YEAR-END LOG ARCHIVAL,
      * KEYED LIKE BACKUP-RETENTION
           MOVE "RETENTION-AUDIT" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RET-AUDIT
           END-IF
           MOVE "RETENTION-ALERTS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RET-ALERTS
           END-IF
           MOVE "RETENTION-ERRORS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RET-ERRORS
           END-IF
           MOVE "RETENTION-CASHUP" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RET-CASHUP
           END-IF
           MOVE "RETENTION-PAYMENTS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RET-PAYMENTS
           END-IF
           MOVE "RETENTION-DEPARTED" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-RET-DEPARTED
           END-IF
           MOVE "CAMPUS-CODE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE TO WS-CAMPUS-CODE
           END-IF
           MOVE "TAG-REPLACE-FEE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-TAG-REPLACE-FEE
           END-IF
           MOVE "TAG-LEGACY-READS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:1) TO WS-TAG-LEGACY-READS
           END-IF
           MOVE "DOC-GRACE-DAYS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-DOC-GRACE-DAYS
           END-IF
           MOVE "DOC-NOTICE-DAYS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-DOC-NOTICE-DAYS
           END-IF
      * THE SEMESTER PERMIT APPLICATION ROUND - ITS NAME, CLOSING DATE
      * AND PERMIT VALIDITY ARE SET BY THE SUPERVISOR EACH TERM; NO
      * ROUND NAME MEANS NO ROUND IS RUNNING
           MOVE "PERMIT-ROUND" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           MOVE WS-CFG-SEARCH-VALUE TO WS-PAP-ROUND
           MOVE "PERMIT-APPLY-BY" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           MOVE WS-CFG-SEARCH-VALUE TO WS-PAP-APPLY-BY
           MOVE "PERMIT-ROUND-FROM" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           MOVE WS-CFG-SEARCH-VALUE TO WS-PAP-ROUND-FROM
           MOVE "PERMIT-ROUND-TO" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           MOVE WS-CFG-SEARCH-VALUE TO WS-PAP-ROUND-TO
           MOVE "PERMIT-OFFER-DAYS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-PAP-OFFER-DAYS
           END-IF
           MOVE "PERMIT-TIER-PWD" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-PAP-TIER-PWD
           END-IF
           MOVE "PERMIT-TIER-SCHOLAR" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-PAP-TIER-SCHOLAR
           END-IF
           MOVE "PERMIT-TIER-COMMUTER" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-PAP-TIER-COMMUTER
           END-IF
           MOVE "PERMIT-TIER-GENERAL" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-PAP-TIER-GENERAL
           END-IF
           MOVE "DISC-PCT-PWD" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-DISC-PCT-PWD
           END-IF
           MOVE "DISC-PCT-SCHOLAR" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-DISC-PCT-SCHOLAR
           END-IF
           MOVE "DISC-PCT-COUNCIL" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-DISC-PCT-COUNCIL
           END-IF
           MOVE "SHIFT-1-START" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:5) TO WS-SHIFT-1-START
           END-IF
           MOVE "SHIFT-2-START" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:5) TO WS-SHIFT-2-START
           END-IF
           MOVE "SHIFT-3-START" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:5) TO WS-SHIFT-3-START
           END-IF
           MOVE "CLERK-SHARE-PCT" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-CLERK-SHARE-PCT
           END-IF
           MOVE "CLERK-MIN-EVENTS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-CLERK-MIN-EVENTS
           END-IF
           MOVE "CLERK-ZERO-PCT" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-CLERK-ZERO-PCT
           END-IF
           MOVE "CLERK-VARIANCE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-CLERK-VARIANCE
           END-IF
      * HOURS A MAKER-CHECKER REQUEST MAY WAIT BEFORE IT EXPIRES
           MOVE "APPROVAL-EXPIRY-HRS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-MKC-EXPIRY-HOURS
           END-IF
      * THE CHARGE PER 24 HOURS FOR AN AUTHORIZED OVERNIGHT STAY, IN
      * PLACE OF THE DAILY CAP. ZERO LEAVES THE DAILY CAP IN FORCE
           MOVE "OVERNIGHT-RATE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-OVERNIGHT-RATE
           END-IF
      * THE LIABILITY ACCOUNT THE PARKING WALLETS ARE HELD IN, AND THE
      * BALANCE BELOW WHICH THE STUDENT IS SENT A LOW-BALANCE NOTICE
           MOVE "ACCT-WALLET" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:8) TO WS-ACCT-WALLET
           END-IF
           MOVE "WALLET-LOW-BALANCE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-WLT-LOW-BALANCE
           END-IF
      * THE PAYMENT PLAN RECEIVABLE THE INSTALLMENTS ARE CREDITED TO
           MOVE "ACCT-PLANS" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE(1:8) TO WS-ACCT-PLANS
           END-IF

      * THE HIGHEST RECEIPT NUMBER EVER ROLLED OUT BY THE YEAR-END
      * ARCHIVAL - THE SEQUENCE-GAP CHECK STARTS ABOVE IT SO ARCHIVED
      * RANGES STOP READING AS MISSING RECEIPTS FOREVER
           MOVE "ARCHIVED-THRU-RCPT" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-ARCHIVED-THRU-RCPT
           END-IF
           .

      * REWRITES (OR APPENDS) ONE KEY IN PARKING-CONFIG.dat AND IN
      * THE LOADED TABLE, THROUGH THE SAME SCRATCH-AND-COPY-BACK
      * SHAPE THE LOG ARCHIVAL USES. CALLERS SET WS-CFG-SEARCH-KEY
      * AND WS-CFG-SEARCH-VALUE
       UPDATE-CONFIG-KEY.
           MOVE 'N' TO WS-CFG-UPD-FOUND
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               STRING "Config Open Error: " WS-CONFIG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "UPDATE-CONFIG-KEY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOGWORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CONFIG-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF CONFIG-KEY = WS-CFG-SEARCH-KEY
                           MOVE WS-CFG-SEARCH-VALUE TO CONFIG-VALUE
                           MOVE 'Y' TO WS-CFG-UPD-FOUND
                       END-IF
                       MOVE CONFIG-RECORD TO LOGWORK-RECORD
                       WRITE LOGWORK-RECORD
               END-READ
           END-PERFORM
           IF WS-CFG-UPD-FOUND = 'N'
               MOVE WS-CFG-SEARCH-KEY TO CONFIG-KEY
               MOVE WS-CFG-SEARCH-VALUE TO CONFIG-VALUE
               MOVE CONFIG-RECORD TO LOGWORK-RECORD
               WRITE LOGWORK-RECORD
           END-IF
           CLOSE CONFIG-FILE
           CLOSE LOGWORK-FILE

           OPEN OUTPUT CONFIG-FILE
           OPEN INPUT LOGWORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ LOGWORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE LOGWORK-RECORD TO CONFIG-RECORD
                       WRITE CONFIG-RECORD
               END-READ
           END-PERFORM
           CLOSE LOGWORK-FILE
           CLOSE CONFIG-FILE

      * KEEP THE LOADED TABLE IN STEP FOR THE REST OF THE SESSION
           MOVE 'N' TO WS-CFG-UPD-FOUND
           PERFORM VARYING WS-CONFIG-IDX FROM 1 BY 1
                   UNTIL WS-CONFIG-IDX > WS-CONFIG-COUNT
               IF WS-CFG-KEY(WS-CONFIG-IDX) = WS-CFG-SEARCH-KEY
                   MOVE WS-CFG-SEARCH-VALUE
                       TO WS-CFG-VALUE(WS-CONFIG-IDX)
                   MOVE 'Y' TO WS-CFG-UPD-FOUND
               END-IF
           END-PERFORM
           IF WS-CFG-UPD-FOUND = 'N' AND WS-CONFIG-COUNT < 100
               ADD 1 TO WS-CONFIG-COUNT
               MOVE WS-CFG-SEARCH-KEY
                   TO WS-CFG-KEY(WS-CONFIG-COUNT)
               MOVE WS-CFG-SEARCH-VALUE
                   TO WS-CFG-VALUE(WS-CONFIG-COUNT)
           END-IF
           .

      * LOOKS UP ONE KEY IN THE CONFIG TABLE LOADED ABOVE
       GET-CONFIG-VALUE.
           MOVE SPACES TO WS-CFG-SEARCH-VALUE
           SET WS-CONFIG-IDX TO 1
           SEARCH WS-CONFIG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CFG-KEY(WS-CONFIG-IDX) = WS-CFG-SEARCH-KEY
                   MOVE WS-CFG-VALUE(WS-CONFIG-IDX)
                       TO WS-CFG-SEARCH-VALUE
           END-SEARCH
           .

      * THE VALUE OF WS-CFG-SEARCH-KEY THAT WAS IN FORCE ON
      * WS-CFG-ASOF-DATE, READ OFF THE RATE SCHEDULE TABLE. THE LATEST
      * CHANGE DATED ON OR BEFORE THAT DAY WINS; FAILING THAT, THE
      * FIRST APPLIED CHANGE AFTER IT TELLS US THE VALUE IT REPLACED.
      * COMES BACK SPACES WHEN NO SCHEDULED CHANGE BEARS ON THE DATE,
      * AND THE CALLER KEEPS THE VALUE LOADED FROM THE CONFIG FILE
       GET-CONFIG-VALUE-AS-OF.
           MOVE SPACES TO WS-CFG-SEARCH-VALUE
           MOVE 'N' TO WS-RSC-BEFORE-FOUND
           MOVE 'N' TO WS-RSC-AFTER-FOUND
           PERFORM VARYING WS-RSC-I FROM 1 BY 1
                   UNTIL WS-RSC-I > WS-RSC-COUNT
                      OR WS-RSC-AFTER-FOUND = 'Y'
               IF WS-RSC-KEY(WS-RSC-I) = WS-CFG-SEARCH-KEY
                   IF WS-RSC-EFFECTIVE(WS-RSC-I) <= WS-CFG-ASOF-DATE
                       MOVE WS-RSC-NEW(WS-RSC-I) TO WS-CFG-SEARCH-VALUE
                       MOVE 'Y' TO WS-RSC-BEFORE-FOUND
                   ELSE
                       MOVE 'Y' TO WS-RSC-AFTER-FOUND
                       IF WS-RSC-BEFORE-FOUND = 'N'
                           AND WS-RSC-APPLIED(WS-RSC-I) = 'Y'
                           MOVE WS-RSC-OLD(WS-RSC-I)
                               TO WS-CFG-SEARCH-VALUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      * THE FEE TERMS (RATES BY VEHICLE TYPE, GRACE, DAILY CAP,
      * OVERNIGHT RATE) IN FORCE ON WS-CFG-ASOF-DATE INTO THE WS-ASOF-
      * FIELDS. STARTS FROM THE LOADED VALUES SO AN EMPTY SCHEDULE
      * BILLS EXACTLY AS BEFORE; A TYPE RATE NOT IN THE CONFIG FILE
      * FOLLOWS THE FLAT HOURLY-RATE OF THAT DAY, THE SAME FALLBACK
      * LOAD-CONFIGURATION GIVES IT. DURING A FEE WHAT-IF THE PROPOSED
      * KEYS ARE LAID OVER THE RESULT
       LOAD-FEE-TERMS-AS-OF.
           MOVE WS-HOURLY-RATE TO WS-ASOF-HOURLY-RATE
           MOVE WS-RATE-MOTORCYCLE TO WS-ASOF-RATE-MOTORCYCLE
           MOVE WS-RATE-CAR TO WS-ASOF-RATE-CAR
           MOVE WS-RATE-BICYCLE TO WS-ASOF-RATE-BICYCLE
           MOVE WS-GRACE-MINUTES TO WS-ASOF-GRACE-MINUTES
           MOVE WS-DAILY-FEE-CAP TO WS-ASOF-DAILY-FEE-CAP
           MOVE WS-OVERNIGHT-RATE TO WS-ASOF-OVERNIGHT-RATE
           IF WS-RSC-COUNT > 0 AND WS-CFG-ASOF-DATE NOT = SPACES
               PERFORM LOAD-SCHEDULED-FEE-TERMS
           END-IF
           IF WS-WIF-ACTIVE = 'Y'
               PERFORM WIF-OVERRIDE-ASOF-TERMS
           END-IF
           .

       LOAD-SCHEDULED-FEE-TERMS.
           MOVE "HOURLY-RATE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE-AS-OF
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-ASOF-HOURLY-RATE
           END-IF

           MOVE "RATE-MOTORCYCLE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE = SPACES
               MOVE WS-ASOF-HOURLY-RATE TO WS-ASOF-RATE-MOTORCYCLE
           END-IF
           PERFORM GET-CONFIG-VALUE-AS-OF
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-ASOF-RATE-MOTORCYCLE
           END-IF
           MOVE "RATE-CAR" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE = SPACES
               MOVE WS-ASOF-HOURLY-RATE TO WS-ASOF-RATE-CAR
           END-IF
           PERFORM GET-CONFIG-VALUE-AS-OF
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-ASOF-RATE-CAR
           END-IF
           MOVE "RATE-BICYCLE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE = SPACES
               MOVE WS-ASOF-HOURLY-RATE TO WS-ASOF-RATE-BICYCLE
           END-IF
           PERFORM GET-CONFIG-VALUE-AS-OF
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-ASOF-RATE-BICYCLE
           END-IF

           MOVE "GRACE-MINUTES" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE-AS-OF
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-ASOF-GRACE-MINUTES
           END-IF
           MOVE "DAILY-FEE-CAP" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE-AS-OF
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-ASOF-DAILY-FEE-CAP
           END-IF
           MOVE "OVERNIGHT-RATE" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE-AS-OF
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-ASOF-OVERNIGHT-RATE
           END-IF
           .

      * LOADS THE RATE SCHEDULE, IN KEY + EFFECTIVE-DATE ORDER, INTO
      * THE TABLE THE AS-OF LOOKUP READS - THE FEE PATH NEVER OPENS
      * THE FILE ITSELF. RE-RUN AFTER EVERY CHANGE TO THE SCHEDULE
       LOAD-RATE-SCHEDULE-TABLE.
           MOVE 0 TO WS-RSC-COUNT
           OPEN INPUT RATE-SCHEDULE-FILE
           IF WS-RATESCHED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RATESCHED-STATUS NOT = "00"
               STRING "Rate Schedule Open Error: " WS-RATESCHED-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOAD-RATE-SCHEDULE-TABLE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RSC-EOF
           PERFORM UNTIL WS-RSC-EOF = 'Y'
               READ RATE-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RSC-EOF
                   NOT AT END
                       IF WS-RSC-COUNT < 200
                           ADD 1 TO WS-RSC-COUNT
                           MOVE RSC-CONFIG-KEY
                               TO WS-RSC-KEY(WS-RSC-COUNT)
                           MOVE RSC-EFFECTIVE-ON
                               TO WS-RSC-EFFECTIVE(WS-RSC-COUNT)
                           MOVE RSC-NEW-VALUE
                               TO WS-RSC-NEW(WS-RSC-COUNT)
                           MOVE RSC-OLD-VALUE
                               TO WS-RSC-OLD(WS-RSC-COUNT)
                           MOVE RSC-APPLIED
                               TO WS-RSC-APPLIED(WS-RSC-COUNT)
                       ELSE
                           DISPLAY "WARNING: rate schedule table full"
                                   " - change ignored: " RSC-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-SCHEDULE-FILE
           .

      * WRITES EVERY PENDING CHANGE WHOSE DATE HAS ARRIVED INTO
      * PARKING-CONFIG.dat. RUN AT START-UP (SO THE FIRST SESSION OR
      * BATCH RUN OF THE DAY PICKS UP A CHANGE BOARDED FOR TODAY, AND
      * NOBODY HAS TO BE AT A TERMINAL AT MIDNIGHT), THEN RELOADS THE
      * CONFIGURATION SO THE NEW VALUES ARE THE ONES IN USE
       APPLY-DUE-RATE-CHANGES.
           MOVE 0 TO WS-RSC-APPLIED-COUNT
           OPEN I-O RATE-SCHEDULE-FILE
           IF WS-RATESCHED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RATESCHED-STATUS NOT = "00"
               STRING "Rate Schedule Open Error: " WS-RATESCHED-STATUS
                   INTO WS-FILE-ERROR
               MOVE "APPLY-DUE-RATE-CHANGES" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
      * THIS RUNS AT START-UP, BEFORE ANYONE HAS SIGNED ON, SO THE
      * AUDIT LINES ARE SIGNED "BATCH" WITH THE SUPERVISOR WHO
      * SCHEDULED THE CHANGE AS THE MAKER
           MOVE WS-OPERATOR-ID TO WS-RSC-OPERATOR-SAVE
           MOVE "BATCH" TO WS-OPERATOR-ID
           MOVE 'N' TO WS-RSC-EOF
           PERFORM UNTIL WS-RSC-EOF = 'Y'
               READ RATE-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RSC-EOF
                   NOT AT END
                       IF RSC-APPLIED = 'N'
                           AND RSC-EFFECTIVE-ON <= WS-TODAY-DATE
                           PERFORM APPLY-ONE-RATE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-SCHEDULE-FILE
           MOVE WS-RSC-OPERATOR-SAVE TO WS-OPERATOR-ID
           IF WS-RSC-APPLIED-COUNT > 0
               PERFORM LOAD-CONFIGURATION
               DISPLAY WS-RSC-APPLIED-COUNT
                       " scheduled config change(s) took effect today."
           END-IF
           .

      * ONE DUE CHANGE: NOTE THE VALUE IT REPLACES, WRITE THE NEW ONE
      * TO THE CONFIG FILE, AND STAMP THE SCHEDULE ROW APPLIED. A
      * CONFIG FILE THAT CANNOT BE REWRITTEN LEAVES THE ROW PENDING
      * FOR THE NEXT RUN
       APPLY-ONE-RATE-CHANGE.
           MOVE RSC-CONFIG-KEY TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           MOVE WS-CFG-SEARCH-VALUE TO WS-CFG-OLD-VALUE
           MOVE RSC-NEW-VALUE TO WS-CFG-SEARCH-VALUE
           PERFORM UPDATE-CONFIG-KEY
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CFG-OLD-VALUE TO RSC-OLD-VALUE
           MOVE 'Y' TO RSC-APPLIED
           MOVE WS-TODAY-DATE TO RSC-APPLIED-ON
           REWRITE RATE-SCHEDULE-RECORD
           IF WS-RATESCHED-STATUS NOT = "00"
               STRING "Rate Schedule Rewrite Error: "
                   WS-RATESCHED-STATUS
                   INTO WS-FILE-ERROR
               MOVE "APPLY-ONE-RATE-CHANGE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           ADD 1 TO WS-RSC-APPLIED-COUNT

           MOVE "APPLIED" TO WS-CFH-ACTION
           MOVE RSC-CONFIG-KEY TO WS-CFG-KEY-IN
           MOVE RSC-EFFECTIVE-ON TO WS-CFG-EFFECTIVE-IN
           MOVE RSC-NEW-VALUE TO WS-CFG-VALUE-IN
           MOVE RSC-ENTERED-BY TO WS-CFH-OPERATOR
           MOVE SPACES TO WS-AUDIT-MAKER-TAG
           STRING "/MK:" DELIMITED BY SIZE
                  RSC-ENTERED-BY DELIMITED BY SIZE
                  INTO WS-AUDIT-MAKER-TAG
           END-STRING
           PERFORM WRITE-CONFIG-HISTORY
           MOVE SPACES TO WS-AUDIT-MAKER-TAG
           .

      * APPENDS ONE LINE TO PARKING-CONFIG-HISTORY.dat FROM
      * WS-CFH-ACTION, WS-CFG-KEY-IN, WS-CFG-EFFECTIVE-IN,
      * WS-CFG-OLD-VALUE, WS-CFG-VALUE-IN AND WS-CFH-OPERATOR, AND
      * PUTS THE SAME CHANGE ON THE AUDIT TRAIL
       WRITE-CONFIG-HISTORY.
           OPEN EXTEND CONFIG-HISTORY-FILE
           IF WS-CFGHIST-STATUS = "35"
               OPEN OUTPUT CONFIG-HISTORY-FILE
               CLOSE CONFIG-HISTORY-FILE
               OPEN EXTEND CONFIG-HISTORY-FILE
           END-IF
           IF WS-CFGHIST-STATUS NOT = "00"
               STRING "Config History Open Error: " WS-CFGHIST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WRITE-CONFIG-HISTORY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE SPACES TO CONFIG-HISTORY-RECORD
               STRING WS-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-MONTH DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-DAY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HOURS DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-MINUTES DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-SECONDS DELIMITED BY SIZE
                      INTO CFH-LOGGED-AT
               END-STRING
               MOVE WS-CFH-ACTION TO CFH-ACTION
               MOVE WS-CFG-KEY-IN TO CFH-CONFIG-KEY
               MOVE WS-CFG-EFFECTIVE-IN TO CFH-EFFECTIVE-ON
               MOVE WS-CFG-OLD-VALUE TO CFH-OLD-VALUE
               MOVE WS-CFG-VALUE-IN TO CFH-NEW-VALUE
               MOVE WS-CFH-OPERATOR TO CFH-OPERATOR
               WRITE CONFIG-HISTORY-RECORD
               CLOSE CONFIG-HISTORY-FILE
           END-IF

           MOVE SPACES TO STUDENT-NUMBER
           MOVE "CFG-CHG" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-CFG-KEY-IN DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-CFG-OLD-VALUE DELIMITED BY SPACE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           STRING WS-CFH-ACTION DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-CFG-VALUE-IN DELIMITED BY SPACE
                  "/EFF:" DELIMITED BY SIZE
                  WS-CFG-EFFECTIVE-IN DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * MENU OPTION (SUPERVISOR) - MAINTAINS THE PARKING-CONFIG.dat
      * KEYS (RATES, GRACE, CAPS, FEES, THE FINE SCHEDULE, THE ACCT-
      * CODES) WITHOUT HAND-EDITING THE FILE. EVERY CHANGE CARRIES THE
      * DATE IT TAKES EFFECT, SO A RATE THE BOARD APPROVES IN ADVANCE
      * CAN BE ENTERED WHEN IT IS APPROVED
       CONFIG-MAINTENANCE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "L-List  C-Change/Add  W-Withdraw Pending Change: "
                   WITH NO ADVANCING
           ACCEPT WS-CFG-ACTION-IN
           MOVE FUNCTION UPPER-CASE(WS-CFG-ACTION-IN)
               TO WS-CFG-ACTION-IN
           EVALUATE WS-CFG-ACTION-IN
               WHEN "L"
                   PERFORM LIST-CONFIG-KEYS
               WHEN "C"
                   PERFORM CHANGE-CONFIG-KEY
               WHEN "W"
                   PERFORM WITHDRAW-CONFIG-CHANGE
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE
           .

      * EVERY KEY WITH THE VALUE IN FORCE TODAY, THEN THE CHANGES
      * STILL WAITING ON THEIR EFFECTIVE DATE
       LIST-CONFIG-KEYS.
           DISPLAY "--- Configuration In Force ---"
           PERFORM VARYING WS-CONFIG-IDX FROM 1 BY 1
                   UNTIL WS-CONFIG-IDX > WS-CONFIG-COUNT
               DISPLAY WS-CFG-KEY(WS-CONFIG-IDX) " "
                       WS-CFG-VALUE(WS-CONFIG-IDX)
           END-PERFORM
           MOVE 0 TO WS-RSC-PENDING-COUNT
           DISPLAY "--- Scheduled Changes Not Yet In Force ---"
           PERFORM VARYING WS-RSC-I FROM 1 BY 1
                   UNTIL WS-RSC-I > WS-RSC-COUNT
               IF WS-RSC-APPLIED(WS-RSC-I) = 'N'
                   ADD 1 TO WS-RSC-PENDING-COUNT
                   DISPLAY WS-RSC-KEY(WS-RSC-I) " "
                           WS-RSC-NEW(WS-RSC-I) " from "
                           WS-RSC-EFFECTIVE(WS-RSC-I)
               END-IF
           END-PERFORM
           IF WS-RSC-PENDING-COUNT = 0
               DISPLAY "None."
           END-IF
           .

      * CHANGES OR ADDS ONE KEY. A CHANGE DATED TODAY GOES INTO THE
      * CONFIG FILE AT ONCE; A LATER DATE IS HELD ON THE SCHEDULE
      * UNTIL THAT DAY. BACK-DATING IS REFUSED - A VISIT ALREADY
      * PRICED MUST NOT CHANGE UNDERNEATH THE RECEIPT. EITHER WAY THE
      * CHANGE IS RECORDED ON THE SCHEDULE, WHICH IS WHAT LETS A
      * VISIT BE BILLED AT THE RATE OF THE DAY IT STARTED
       CHANGE-CONFIG-KEY.
           DISPLAY "Config Key: " WITH NO ADVANCING
           ACCEPT WS-CFG-KEY-IN
           MOVE FUNCTION UPPER-CASE(WS-CFG-KEY-IN) TO WS-CFG-KEY-IN
           IF WS-CFG-KEY-IN = SPACES
               DISPLAY "Invalid key."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CFG-KEY-IN TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           MOVE WS-CFG-SEARCH-VALUE TO WS-CFG-CURRENT-VALUE
           IF WS-CFG-CURRENT-VALUE = SPACES
               DISPLAY "New key - not in the config file yet."
           ELSE
               DISPLAY "Current value: " WS-CFG-CURRENT-VALUE
           END-IF
           DISPLAY "New value: " WITH NO ADVANCING
           ACCEPT WS-CFG-VALUE-IN
           IF WS-CFG-VALUE-IN = SPACES
               DISPLAY "Change cancelled."
               EXIT PARAGRAPH
           END-IF
           IF CFG-TEXT-KEY
               MOVE FUNCTION UPPER-CASE(WS-CFG-VALUE-IN)
                   TO WS-CFG-VALUE-IN
           END-IF
           IF NOT CFG-TEXT-KEY
               AND FUNCTION TEST-NUMVAL(WS-CFG-VALUE-IN) NOT = 0
               DISPLAY "Config values must be numeric."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           DISPLAY "Takes effect on (YYYY-MM-DD, blank = today): "
                   WITH NO ADVANCING
           ACCEPT WS-CFG-EFFECTIVE-IN
           IF WS-CFG-EFFECTIVE-IN = SPACES
               MOVE WS-TODAY-DATE TO WS-CFG-EFFECTIVE-IN
           END-IF
           IF WS-CFG-EFFECTIVE-IN(1:4) IS NOT NUMERIC
               OR WS-CFG-EFFECTIVE-IN(5:1) NOT = "-"
               OR WS-CFG-EFFECTIVE-IN(6:2) IS NOT NUMERIC
               OR WS-CFG-EFFECTIVE-IN(8:1) NOT = "-"
               OR WS-CFG-EFFECTIVE-IN(9:2) IS NOT NUMERIC
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           IF WS-CFG-EFFECTIVE-IN < WS-TODAY-DATE
               DISPLAY "A change cannot take effect in the past."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Set " FUNCTION TRIM(WS-CFG-KEY-IN) " to "
                   FUNCTION TRIM(WS-CFG-VALUE-IN) " from "
                   WS-CFG-EFFECTIVE-IN "? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Change cancelled."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RATE-SCHEDULE-FILE
           IF WS-RATESCHED-STATUS = "35"
               OPEN OUTPUT RATE-SCHEDULE-FILE
               CLOSE RATE-SCHEDULE-FILE
               OPEN I-O RATE-SCHEDULE-FILE
           END-IF
           IF WS-RATESCHED-STATUS NOT = "00"
               STRING "Rate Schedule Open Error: " WS-RATESCHED-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CHANGE-CONFIG-KEY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

      * A SECOND CHANGE FOR THE SAME KEY AND DAY REPLACES THE FIRST.
      * AN ALREADY-APPLIED ROW KEEPS THE VALUE IT ORIGINALLY REPLACED,
      * SO THE DAY BEFORE STILL PRICES AT THE OLD RATE
           MOVE WS-CFG-KEY-IN TO RSC-CONFIG-KEY
           MOVE WS-CFG-EFFECTIVE-IN TO RSC-EFFECTIVE-ON
           READ RATE-SCHEDULE-FILE
               INVALID KEY
                   MOVE WS-CFG-KEY-IN TO RSC-CONFIG-KEY
                   MOVE WS-CFG-EFFECTIVE-IN TO RSC-EFFECTIVE-ON
                   MOVE WS-CFG-VALUE-IN TO RSC-NEW-VALUE
                   MOVE SPACES TO RSC-OLD-VALUE
                   MOVE 'N' TO RSC-APPLIED
                   MOVE WS-OPERATOR-ID TO RSC-ENTERED-BY
                   MOVE WS-TODAY-DATE TO RSC-ENTERED-ON
                   MOVE SPACES TO RSC-APPLIED-ON
                   WRITE RATE-SCHEDULE-RECORD
               NOT INVALID KEY
                   MOVE WS-CFG-VALUE-IN TO RSC-NEW-VALUE
                   MOVE WS-OPERATOR-ID TO RSC-ENTERED-BY
                   MOVE WS-TODAY-DATE TO RSC-ENTERED-ON
                   REWRITE RATE-SCHEDULE-RECORD
           END-READ
           IF WS-RATESCHED-STATUS NOT = "00"
               STRING "Rate Schedule Write Error: " WS-RATESCHED-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CHANGE-CONFIG-KEY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE RATE-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CFG-CURRENT-VALUE TO WS-CFG-OLD-VALUE
           MOVE WS-OPERATOR-ID TO WS-CFH-OPERATOR
           IF WS-CFG-EFFECTIVE-IN = WS-TODAY-DATE
               IF RSC-APPLIED = 'N'
                   MOVE WS-CFG-CURRENT-VALUE TO RSC-OLD-VALUE
               END-IF
               MOVE WS-CFG-KEY-IN TO WS-CFG-SEARCH-KEY
               MOVE WS-CFG-VALUE-IN TO WS-CFG-SEARCH-VALUE
               PERFORM UPDATE-CONFIG-KEY
               IF WS-CONFIG-STATUS NOT = "00"
                   DISPLAY "Config file not updated - change left "
                           "pending for the next start-up."
                   CLOSE RATE-SCHEDULE-FILE
                   PERFORM LOAD-RATE-SCHEDULE-TABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO RSC-APPLIED
               MOVE WS-TODAY-DATE TO RSC-APPLIED-ON
               REWRITE RATE-SCHEDULE-RECORD
               IF WS-RATESCHED-STATUS NOT = "00"
                   STRING "Rate Schedule Rewrite Error: "
                       WS-RATESCHED-STATUS
                       INTO WS-FILE-ERROR
                   MOVE "CHANGE-CONFIG-KEY" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
               END-IF
               MOVE "CHANGED" TO WS-CFH-ACTION
               PERFORM LOAD-CONFIGURATION
               DISPLAY FUNCTION TRIM(WS-CFG-KEY-IN)
                       " changed - in force now."
           ELSE
               MOVE "SCHEDULED" TO WS-CFH-ACTION
               DISPLAY FUNCTION TRIM(WS-CFG-KEY-IN)
                       " change scheduled for " WS-CFG-EFFECTIVE-IN
           END-IF
           CLOSE RATE-SCHEDULE-FILE
           PERFORM WRITE-CONFIG-HISTORY
           PERFORM LOAD-RATE-SCHEDULE-TABLE
           .

      * TAKES BACK A CHANGE THAT HAS NOT REACHED ITS DATE YET (THE
      * BOARD RESCINDED IT, OR IT WAS KEYED WRONG). ONE ALREADY IN
      * FORCE STAYS - IT IS PART OF WHAT PAST VISITS WERE PRICED ON,
      * AND IS UNDONE BY ENTERING A NEW CHANGE
       WITHDRAW-CONFIG-CHANGE.
           DISPLAY "Config Key: " WITH NO ADVANCING
           ACCEPT WS-CFG-KEY-IN
           MOVE FUNCTION UPPER-CASE(WS-CFG-KEY-IN) TO WS-CFG-KEY-IN
           IF WS-CFG-KEY-IN = SPACES
               DISPLAY "Invalid key."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Takes effect on (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-CFG-EFFECTIVE-IN
           IF WS-CFG-EFFECTIVE-IN(1:4) IS NOT NUMERIC
               OR WS-CFG-EFFECTIVE-IN(5:1) NOT = "-"
               OR WS-CFG-EFFECTIVE-IN(6:2) IS NOT NUMERIC
               OR WS-CFG-EFFECTIVE-IN(8:1) NOT = "-"
               OR WS-CFG-EFFECTIVE-IN(9:2) IS NOT NUMERIC
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RATE-SCHEDULE-FILE
           IF WS-RATESCHED-STATUS = "35"
               DISPLAY "No changes have been scheduled yet."
               EXIT PARAGRAPH
           END-IF
           IF WS-RATESCHED-STATUS NOT = "00"
               STRING "Rate Schedule Open Error: " WS-RATESCHED-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WITHDRAW-CONFIG-CHANGE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CFG-KEY-IN TO RSC-CONFIG-KEY
           MOVE WS-CFG-EFFECTIVE-IN TO RSC-EFFECTIVE-ON
           READ RATE-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "No change on the schedule for that key "
                           "and date."
                   CLOSE RATE-SCHEDULE-FILE
                   EXIT PARAGRAPH
           END-READ
           IF RSC-APPLIED = 'Y'
               DISPLAY "That change is already in force - enter a "
                       "new change instead."
               CLOSE RATE-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE RSC-NEW-VALUE TO WS-CFG-OLD-VALUE
           DELETE RATE-SCHEDULE-FILE RECORD
           IF WS-RATESCHED-STATUS NOT = "00"
               STRING "Rate Schedule Delete Error: "
                   WS-RATESCHED-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WITHDRAW-CONFIG-CHANGE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE RATE-SCHEDULE-FILE
               DISPLAY "Scheduled change NOT withdrawn."
               EXIT PARAGRAPH
           END-IF
           CLOSE RATE-SCHEDULE-FILE
           MOVE SPACES TO WS-CFG-VALUE-IN
           MOVE "WITHDRAWN" TO WS-CFH-ACTION
           MOVE WS-OPERATOR-ID TO WS-CFH-OPERATOR
           PERFORM WRITE-CONFIG-HISTORY
           PERFORM LOAD-RATE-SCHEDULE-TABLE
           DISPLAY "Scheduled change withdrawn."
           .

      * COUNTS PARKING-RECORDs STILL ON THE LOT (TIME-OF-EXIT BLANK)
      * SO NEW-PARKING CAN ENFORCE THE CONFIGURED CAPACITY LIMIT. A CAR
      * TAKES UP TWO MOTORCYCLE-SIZED SLOTS, SO WS-SLOTS-USED IS A
      * WEIGHTED TOTAL WHILE WS-SLOTS-BY-TYPE KEEPS THE RAW PER-TYPE
      * COUNTS FOR THE CAPACITY BREAKDOWN DISPLAYED TO THE CLERK. A
      * VISIT OPENED BEFORE THE FILE ROLLED OVER TO A NEW MONTH IS
      * STILL OCCUPYING A SLOT, SO PRIOR PERIODS' FILES ARE SWEPT TOO.
       COUNT-PARKED-SLOTS.
           MOVE 0 TO WS-SLOTS-USED
           MOVE 0 TO WS-SLOTS-MOTORCYCLE
           MOVE 0 TO WS-SLOTS-CAR
           MOVE 0 TO WS-SLOTS-BICYCLE
           CLOSE PARKING-FILE
           OPEN INPUT PARKING-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF TIME-OF-EXIT = SPACES
                           PERFORM TALLY-PARKED-SLOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARKING-FILE

           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           MOVE 0 TO WS-PRIOR-PERIOD-TRIES
           PERFORM UNTIL WS-PRIOR-PERIOD-TRIES = WS-PRIOR-MONTH-LIMIT
               ADD 1 TO WS-PRIOR-PERIOD-TRIES
               PERFORM DECREMENT-PARKING-PERIOD
               PERFORM BUILD-PARKING-FILENAME
               PERFORM OPEN-UNSEALED-PRIOR-INPUT
               IF WS-FILE-STATUS = "00"
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ PARKING-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               IF TIME-OF-EXIT = SPACES
                                   PERFORM TALLY-PARKED-SLOT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PARKING-FILE
               END-IF
           END-PERFORM

           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "COUNT-PARKED-SLOTS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF

      * VISITORS OCCUPY PHYSICAL SPACES TOO - WITHOUT THIS THE LOT
      * COUNT NEVER MATCHES WHAT'S ON THE GROUND DURING EVENTS
           PERFORM TALLY-PARKED-VISITORS
           .

      * FOLDS OPEN VISITOR PASSES INTO THE WEIGHTED OCCUPANCY TOTALS
       TALLY-PARKED-VISITORS.
           OPEN INPUT VISITOR-FILE
           IF WS-VISITOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ VISITOR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF VST-TIME-OF-EXIT = SPACES
                           EVALUATE VST-VEHICLE-TYPE
                               WHEN "CAR"
                                   ADD 2 TO WS-SLOTS-USED
                                   ADD 1 TO WS-SLOTS-CAR
                               WHEN "BICYCLE"
                                   ADD 1 TO WS-SLOTS-USED
                                   ADD 1 TO WS-SLOTS-BICYCLE
                               WHEN OTHER
                                   ADD 1 TO WS-SLOTS-USED
                                   ADD 1 TO WS-SLOTS-MOTORCYCLE
                           END-EVALUATE
                           MOVE VST-LOT-ID TO WS-OCC-LOT
                           MOVE VST-VEHICLE-TYPE TO WS-OCC-TYPE
                           PERFORM ACCUMULATE-OCCUPANCY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VISITOR-FILE
           .

      * PER-RECORD WEIGHTING SHARED BY EVERY OPEN-VISIT SCAN IN
      * COUNT-PARKED-SLOTS, BOTH FOR THE CURRENT PERIOD AND FOR EACH
      * PRIOR PERIOD SWEPT FOR VISITS STILL OPEN ACROSS A MONTH
      * BOUNDARY.
       TALLY-PARKED-SLOT.
           EVALUATE TRUE
               WHEN IS-CAR
                   ADD 2 TO WS-SLOTS-USED
                   ADD 1 TO WS-SLOTS-CAR
               WHEN IS-BICYCLE
                   ADD 1 TO WS-SLOTS-USED
                   ADD 1 TO WS-SLOTS-BICYCLE
               WHEN OTHER
                   ADD 1 TO WS-SLOTS-USED
                   ADD 1 TO WS-SLOTS-MOTORCYCLE
           END-EVALUATE
           MOVE LOT-ID TO WS-OCC-LOT
           MOVE VEHICLE-TYPE TO WS-OCC-TYPE
           PERFORM ACCUMULATE-OCCUPANCY-ROW
           .

      * TRUE (RECORD-FOUND) IF WS-STUDENT-NUMBER HAS AN OPEN VISIT ON
      * ANY OF THEIR REGISTERED VEHICLES - THE ALREADY-PARKED RULE IS
      * PER STUDENT, NOT PER VEHICLE, SO EVERY RECORD UNDER THEIR
      * STUDENT NUMBER IS WALKED VIA THE COMPOSITE KEY. THE REOPEN
      * DECISION (IS THERE A CLOSED RECORD FOR THIS EXACT VEHICLE TO
      * REWRITE?) NOW BELONGS TO PROBE-EXISTING-VEHICLE-RECORD, SINCE
      * IT NEEDS THE PLATE AND THE PLATE ISN'T KNOWN YET WHEN THIS
      * CHECK RUNS.
       CHECK-ALREADY-PARKED.
           MOVE 'N' TO RECORD-FOUND
           MOVE 'N' TO WS-REOPEN-EXISTING
           PERFORM SCAN-STUDENT-FOR-OPEN-VISIT
           IF RECORD-FOUND = 'N'
               PERFORM CHECK-PRIOR-PERIODS-FOR-OPEN
           END-IF
           .

      * WALKS EVERY RECORD KEYED UNDER WS-STUDENT-NUMBER IN WHICHEVER
      * PARKING-FILE IS OPEN, SETTING RECORD-FOUND IF ANY VISIT IS
      * STILL OPEN
       SCAN-STUDENT-FOR-OPEN-VISIT.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE LOW-VALUES TO PARK-PLATE-KEY
           MOVE 'N' TO END-OF-FILE
           START PARKING-FILE KEY IS >= PARK-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF STUDENT-NUMBER = WS-STUDENT-NUMBER
                           IF TIME-OF-EXIT = SPACES
                               MOVE 'Y' TO RECORD-FOUND
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           .

      * DIRECT PROBE FOR THE ONE RECORD KEYED (WS-STUDENT-NUMBER,
      * WS-PLATE) IN THE CURRENT PERIOD'S FILE. A CLOSED MATCH IS THE
      * SAME VEHICLE RETURNING: ITS FIELDS ARE STAGED INTO HIST-xxx
      * AND WS-AUDIT-OLD-xxx AND WS-REOPEN-EXISTING IS SET SO THE
      * CALLER REWRITES THAT RECORD (AFTER ARCHIVE-PRIOR-VISIT)
      * INSTEAD OF ATTEMPTING A DUPLICATE-KEY WRITE
       PROBE-EXISTING-VEHICLE-RECORD.
           MOVE 'N' TO WS-REOPEN-EXISTING
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE WS-PLATE TO PARK-PLATE-KEY
           READ PARKING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TIME-OF-EXIT NOT = SPACES
                       MOVE 'Y' TO WS-REOPEN-EXISTING
                       MOVE STUDENT-NAME TO WS-AUDIT-OLD-NAME
                       MOVE MOTORCYCLE-MODEL TO WS-AUDIT-OLD-MODEL
                       MOVE LICENSE-PLATE TO WS-AUDIT-OLD-PLATE
                       MOVE MOTORCYCLE-COLOR TO WS-AUDIT-OLD-COLOR
                       MOVE TIME-OF-ENTRY TO WS-AUDIT-OLD-ENTRY
                       MOVE TIME-OF-EXIT TO WS-AUDIT-OLD-EXIT
                       MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER
                       MOVE STUDENT-NAME TO HIST-STUDENT-NAME
                       MOVE MOTORCYCLE-MODEL TO HIST-MOTORCYCLE-MODEL
                       MOVE LICENSE-PLATE TO HIST-LICENSE-PLATE
                       MOVE MOTORCYCLE-COLOR TO HIST-MOTORCYCLE-COLOR
                       MOVE VEHICLE-TYPE TO HIST-VEHICLE-TYPE
                       MOVE LOT-ID TO HIST-LOT-ID
                       MOVE TIME-OF-ENTRY TO HIST-TIME-OF-ENTRY
                       MOVE TIME-OF-EXIT TO HIST-TIME-OF-EXIT
      * A PAY-STATION VISIT CLOSES WITH ONLY THE TOP-UP LEFT IN
      * FEE-AMOUNT - THE PREPAID PORTION FOLDS BACK IN SO THE
      * ARCHIVED FEE IS THE WHOLE BILLED FEE
                       COMPUTE HIST-FEE-AMOUNT =
                           FEE-AMOUNT + PREPAID-AMOUNT
                   END-IF
           END-READ
           .

      * A STUDENT WITH NO RECORD IN THE CURRENT PERIOD'S FILE MAY
      * STILL HAVE AN OPEN VISIT SITTING IN AN EARLIER MONTH'S
      * PARKING.dat (CHECKED IN BEFORE THE FILE ROLLED OVER, NEVER
      * CHECKED OUT). WITHOUT THIS, CHECK-ALREADY-PARKED WOULD LET
      * THEM CHECK IN AGAIN THIS MONTH, LEAVING TWO OPEN RECORDS FOR
      * THE SAME STUDENT ACROSS TWO DIFFERENT FILES. UNLIKE
      * FIND-IN-PRIOR-MONTHS, THIS ALWAYS LEAVES PARKING-FILE BACK ON
      * THE CURRENT PERIOD WHEN IT'S DONE - A NEW CHECK-IN BELONGS IN
      * THIS MONTH'S FILE, SO A HISTORICAL OPEN RECORD ONLY NEEDS TO
      * BLOCK IT, NEVER HOST IT.
       CHECK-PRIOR-PERIODS-FOR-OPEN.
           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           CLOSE PARKING-FILE
           MOVE 0 TO WS-PRIOR-PERIOD-TRIES
           PERFORM UNTIL RECORD-FOUND = 'Y'
                   OR WS-PRIOR-PERIOD-TRIES = WS-PRIOR-MONTH-LIMIT
               ADD 1 TO WS-PRIOR-PERIOD-TRIES
               PERFORM DECREMENT-PARKING-PERIOD
               PERFORM BUILD-PARKING-FILENAME
               PERFORM OPEN-UNSEALED-PRIOR-INPUT
               IF WS-FILE-STATUS = "00"
                   PERFORM SCAN-STUDENT-FOR-OPEN-VISIT
                   CLOSE PARKING-FILE
               END-IF
           END-PERFORM

           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CHECK-PRIOR-PERIODS-FOR-OPEN"
                   TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * WRITES THE CLOSED VISIT STAGED BY CHECK-ALREADY-PARKED (STILL
      * SITTING IN HIST-xxx) OUT TO PARKING-HISTORY.idx. CALLED BY
      * NEW-PARKING/PROCESS-SCANNER-RECORD IMMEDIATELY BEFORE THE
      * REWRITE THAT OVERWRITES THE RETURNING STUDENT'S CLOSED RECORD
      * WITH THE NEW VISIT, SO THE PRIOR VISIT'S ENTRY/EXIT/FEE DATA
      * IS NEVER LOST WITH NO TRACE - THE SAME DESTINATION FILE
      * ARCHIVE-RECORDS-BY-CUTOFF USES FOR EVERY OTHER CLOSED RECORD.
       ARCHIVE-PRIOR-VISIT.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               STRING "History Open Error: " WS-HISTORY-STATUS
                   INTO WS-FILE-ERROR
               MOVE "ARCHIVE-PRIOR-VISIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

      * A DUPLICATE KEY MEANS THIS VISIT IS ALREADY IN THE ARCHIVE -
      * NOT AN ERROR, JUST NOTHING LEFT TO DO
           WRITE HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               AND WS-HISTORY-STATUS NOT = "22"
               STRING "History Write Error: " WS-HISTORY-STATUS
                   INTO WS-FILE-ERROR
               MOVE "ARCHIVE-PRIOR-VISIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE HISTORY-FILE
           .

      * LOOKS UP WS-STUDENT-NUMBER IN PARKING-BLACKLIST.dat SO NEW-
      * PARKING CAN REFUSE ENTRY TO STUDENTS UNDER A DISCIPLINARY HOLD
       CHECK-BLACKLIST.
           MOVE 'N' TO WS-BLACKLISTED
           OPEN INPUT BLACKLIST-FILE
           IF WS-BLACKLIST-STATUS = "35"
               OPEN OUTPUT BLACKLIST-FILE
               CLOSE BLACKLIST-FILE
               OPEN INPUT BLACKLIST-FILE
           END-IF
           IF WS-BLACKLIST-STATUS NOT = "00"
               STRING "Blacklist Open Error: " WS-BLACKLIST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CHECK-BLACKLIST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

      * A LIFTED HOLD IS HISTORY, NOT A BAR; AN ACTIVE HOLD WHOSE
      * EXPIRY DATE HAS PASSED IS TREATED AS CLEARED EVEN BEFORE THE
      * NIGHTLY SWEEP CLOSES IT OUT. LEGACY RECORDS WITH A BLANK
      * STATUS ARE TAKEN AS ACTIVE AND INDEFINITE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-STUDENT-NUMBER TO BL-STUDENT-NUMBER
           READ BLACKLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BL-STATUS = "ACTIVE" OR BL-STATUS = SPACES
                       IF BL-EXPIRY-DATE = SPACES
                           OR BL-EXPIRY-DATE >= WS-TODAY-DATE
                           MOVE 'Y' TO WS-BLACKLISTED
                       END-IF
                   END-IF
           END-READ
           CLOSE BLACKLIST-FILE
           .

      * LOOKS UP WS-STUDENT-NUMBER IN THE REGISTRAR'S MASTER ROSTER.
      * WHEN FOUND, CARRIES THE OFFICIAL NAME AND REGISTERED PLATE BACK
      * TO THE CALLER SO NEW-PARKING CAN AUTO-FILL THE NAME AND
      * CROSS-CHECK THE PLATE INSTEAD OF TAKING FREE-TEXT ENTRY
       CHECK-STUDENT-MASTER.
           MOVE 'N' TO WS-ON-ROSTER
           MOVE SPACES TO WS-MASTER-PLATE
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT STUDENT-MASTER-FILE
               CLOSE STUDENT-MASTER-FILE
               OPEN INPUT STUDENT-MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               STRING "Student Master Open Error: " WS-MASTER-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CHECK-STUDENT-MASTER" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-NUMBER TO MST-STUDENT-NUMBER
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-ROSTER
                   MOVE MST-STUDENT-NAME TO WS-STUDENT-NAME
                   MOVE MST-LICENSE-PLATE TO WS-MASTER-PLATE
           END-READ
           CLOSE STUDENT-MASTER-FILE
           .

      * ADDS (OR REFRESHES) A DISCIPLINARY HOLD IN PARKING-BLACKLIST.dat
      * SO THE NEXT CHECK-BLACKLIST CALL IN NEW-PARKING PICKS IT UP
       ADD-TO-BLACKLIST.
           OPEN I-O BLACKLIST-FILE
           IF WS-BLACKLIST-STATUS = "35"
               OPEN OUTPUT BLACKLIST-FILE
               CLOSE BLACKLIST-FILE
               OPEN I-O BLACKLIST-FILE
           END-IF
           IF WS-BLACKLIST-STATUS NOT = "00"
               STRING "Blacklist Open Error: " WS-BLACKLIST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "ADD-TO-BLACKLIST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

      * THE READ FILLS THE RECORD AREA FROM THE FILE, SO THE NEW
      * HOLD'S FIELDS ARE LAID DOWN AFTER IT - A REFRESHED HOLD GETS
      * THE NEW REASON, EXPIRY, AND PLACED-BY, NOT THE OLD ONES BACK
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-STUDENT-NUMBER TO BL-STUDENT-NUMBER
           READ BLACKLIST-FILE
               INVALID KEY
                   MOVE WS-STUDENT-NUMBER TO BL-STUDENT-NUMBER
                   PERFORM FILL-BLACKLIST-FIELDS
                   WRITE BLACKLIST-RECORD
               NOT INVALID KEY
                   PERFORM FILL-BLACKLIST-FIELDS
                   REWRITE BLACKLIST-RECORD
           END-READ
           CLOSE BLACKLIST-FILE

      * A STUDENT ON HOLD LOSES THE PERMIT WITH IT. THE UNUSED FEE IS
      * LEFT PENDING FOR A SUPERVISOR TO REFUND OR CREDIT (OPTION 71)
           MOVE WS-BLACKLIST-REASON TO WS-PRV-REASON
           MOVE "HOLD" TO WS-PRV-SOURCE
           PERFORM REVOKE-ACTIVE-PERMIT
           .

      * LAYS THE NEW HOLD'S FIELDS INTO THE RECORD AREA FROM THE WS
      * STAGING ITEMS THE CALLER SET, RE-OPENING THE HOLD AS ACTIVE
      * AND CLEARING ANY EARLIER LIFT
       FILL-BLACKLIST-FIELDS.
           MOVE WS-BLACKLIST-REASON TO BL-REASON
           MOVE WS-OPERATOR-ID TO BL-PLACED-BY
           MOVE WS-TODAY-DATE TO BL-PLACED-ON
           MOVE WS-BL-EXPIRY-IN TO BL-EXPIRY-DATE
           MOVE "ACTIVE" TO BL-STATUS
           MOVE SPACES TO BL-LIFTED-BY
           MOVE SPACES TO BL-LIFTED-ON
           MOVE SPACES TO BL-LIFT-REASON
           .

      * MENU OPTION - LETS OSA STAFF PLACE A STUDENT ON DISCIPLINARY
      * HOLD DIRECTLY, WITHOUT WAITING FOR LOG-VIOLATION'S AUTOMATIC
      * 3-VIOLATION TRIGGER
       MANUAL-BLACKLIST.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Reason for Blacklist: " WITH NO ADVANCING
           ACCEPT WS-BLACKLIST-REASON
           DISPLAY "Hold Expires On (YYYY-MM-DD, blank = "
                   "indefinite): " WITH NO ADVANCING
           ACCEPT WS-BL-EXPIRY-IN
           PERFORM ADD-TO-BLACKLIST
           DISPLAY "Student " WS-STUDENT-NUMBER
                   " placed on disciplinary hold."
           .

      * MENU OPTION (SUPERVISOR) - CLOSES AN ACTIVE HOLD WITH A REASON
      * INSTEAD OF DELETING THE RECORD, SO THE HOLD AND ITS LIFTING
      * BOTH STAY ON FILE AS HISTORY. THE NEXT CHECK-BLACKLIST CALL
      * TREATS THE STUDENT AS CLEARED
       REINSTATE-FROM-BLACKLIST.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-MKC-EXECUTING = 'Y'
               MOVE WS-MKC-R-STUDENT TO WS-STUDENT-NUMBER
           ELSE
               DISPLAY "Enter Student Number: " WITH NO ADVANCING
               ACCEPT WS-STUDENT-NUMBER
           END-IF
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O BLACKLIST-FILE
           IF WS-BLACKLIST-STATUS NOT = "00"
               STRING "Blacklist Open Error: " WS-BLACKLIST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REINSTATE-FROM-BLACKLIST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-NUMBER TO BL-STUDENT-NUMBER
           READ BLACKLIST-FILE
               INVALID KEY
                   DISPLAY "No hold on file for this student."
                   CLOSE BLACKLIST-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF BL-STATUS = "LIFTED"
               DISPLAY "Hold was already lifted on " BL-LIFTED-ON
                       " by " FUNCTION TRIM(BL-LIFTED-BY)
               CLOSE BLACKLIST-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Hold placed " BL-PLACED-ON " by "
                   FUNCTION TRIM(BL-PLACED-BY) ": "
                   FUNCTION TRIM(BL-REASON)
      * LIFTING A HOLD TAKES TWO SUPERVISORS - THE FIRST ONE'S
      * REASON IS FILED FOR APPROVAL AND NOTHING CHANGES YET
           IF WS-MKC-EXECUTING = 'Y'
               MOVE WS-MKC-R-REASON TO WS-BL-LIFT-REASON-IN
           ELSE
               DISPLAY "Enter Reinstatement Reason: "
                       WITH NO ADVANCING
               ACCEPT WS-BL-LIFT-REASON-IN
               MOVE SPACES TO WS-MKC-REQUEST
               MOVE "BL-LIFT" TO WS-MKC-R-ACTION
               MOVE WS-STUDENT-NUMBER TO WS-MKC-R-STUDENT
               MOVE WS-BL-LIFT-REASON-IN TO WS-MKC-R-REASON
               MOVE BL-REASON TO WS-MKC-R-SUMMARY
               CLOSE BLACKLIST-FILE
               PERFORM MKC-FILE-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE "LIFTED" TO BL-STATUS
           MOVE WS-OPERATOR-ID TO BL-LIFTED-BY
           MOVE WS-TODAY-DATE TO BL-LIFTED-ON
           MOVE WS-BL-LIFT-REASON-IN TO BL-LIFT-REASON
           REWRITE BLACKLIST-RECORD
           IF WS-BLACKLIST-STATUS NOT = "00"
               STRING "Blacklist Rewrite Error: " WS-BLACKLIST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REINSTATE-FROM-BLACKLIST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE BLACKLIST-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE BLACKLIST-FILE
           DISPLAY "Hold lifted - student reinstated."

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "BL-LIFT" TO WS-AUDIT-ACTION
           MOVE BL-REASON TO WS-AUDIT-BEFORE
           MOVE WS-BL-LIFT-REASON-IN TO WS-AUDIT-AFTER
           PERFORM APPEND-AUDIT-RECORD
           MOVE 'Y' TO WS-MKC-DONE

      * A PERMIT THE HOLD TOOK AWAY CAN COME BACK WITH THE LIFT
           OPEN INPUT PERMIT-REVOKE-FILE
           IF WS-PRVK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-REVOCATION
           CLOSE PERMIT-REVOKE-FILE
           IF WS-PRV-FOUND = 'Y' AND PRV-STATUS = "REVOKED"
               AND PRV-SOURCE = "HOLD"
               DISPLAY "Permit " PRV-PERMIT-NUMBER " was revoked with "
                       "the hold. Reinstate permit? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRM-YN
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
               IF WS-CONFIRM-YN = "Y"
                   PERFORM REINSTATE-REVOKED-PERMIT
               END-IF
           END-IF
           .

      * NIGHTLY SWEEP RUN BY END-OF-DAY-BATCH - CLOSES OUT EVERY
      * ACTIVE HOLD WHOSE EXPIRY DATE HAS PASSED, SO A TERM-LIMITED
      * OSA SUSPENSION ENDS THE DAY IT SAYS IT ENDS WITHOUT ANYONE
      * REMEMBERING TO LIFT IT
       EXPIRE-LAPSED-HOLDS.
           MOVE 0 TO WS-BL-EXPIRED-COUNT
           OPEN I-O BLACKLIST-FILE
           IF WS-BLACKLIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-BLACKLIST-STATUS NOT = "00"
               STRING "Blacklist Open Error: " WS-BLACKLIST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "EXPIRE-LAPSED-HOLDS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ BLACKLIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF (BL-STATUS = "ACTIVE" OR BL-STATUS = SPACES)
                           AND BL-EXPIRY-DATE NOT = SPACES
                           AND BL-EXPIRY-DATE < WS-TODAY-DATE
                           MOVE "LIFTED" TO BL-STATUS
                           MOVE "SYSTEM" TO BL-LIFTED-BY
                           MOVE WS-TODAY-DATE TO BL-LIFTED-ON
                           MOVE "SUSPENSION EXPIRED" TO BL-LIFT-REASON
                           REWRITE BLACKLIST-RECORD
                           ADD 1 TO WS-BL-EXPIRED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLACKLIST-FILE
           IF WS-BL-EXPIRED-COUNT > 0
               DISPLAY WS-BL-EXPIRED-COUNT " expired hold(s) lifted."
           END-IF
           .

      * TRUE IF WS-STUDENT-NUMBER HAS EVER APPEARED IN PARKING.dat
      * (OPEN OR CLOSED, CURRENT PERIOD OR ANY PRIOR PERIOD STILL
      * WITHIN WS-PRIOR-MONTH-LIMIT MONTHS) OR IN THE ARCHIVED HISTORY
      * FILE - LOG-VIOLATION REFUSES TO CITE A STUDENT NUMBER THAT HAS
      * NEVER PARKED HERE
       CHECK-STUDENT-HAS-RECORD.
           MOVE 'N' TO WS-STUDENT-ON-RECORD
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE LOW-VALUES TO PARK-PLATE-KEY
           START PARKING-FILE KEY IS >= PARK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PARKING-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF STUDENT-NUMBER = WS-STUDENT-NUMBER
                               MOVE 'Y' TO WS-STUDENT-ON-RECORD
                           END-IF
                   END-READ
           END-START
           IF WS-STUDENT-ON-RECORD = 'N'
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS = "00"
                   MOVE WS-STUDENT-NUMBER TO HIST-STUDENT-NUMBER
                   MOVE LOW-VALUES TO HIST-TIME-OF-ENTRY
                   START HISTORY-FILE KEY IS >= HIST-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ HISTORY-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF HIST-STUDENT-NUMBER
                                          = WS-STUDENT-NUMBER
                                       MOVE 'Y'
                                           TO WS-STUDENT-ON-RECORD
                                   END-IF
                           END-READ
                   END-START
                   CLOSE HISTORY-FILE
               END-IF
           END-IF
           IF WS-STUDENT-ON-RECORD = 'N'
               MOVE 'N' TO RECORD-FOUND
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               PERFORM FIND-IN-PRIOR-MONTHS
               IF RECORD-FOUND = 'Y'
                   MOVE 'Y' TO WS-STUDENT-ON-RECORD
               END-IF
           END-IF
           .

      * MENU OPTION - RECORDS A CITATION AGAINST A STUDENT WHO HAS AT
      * LEAST ONE PARKING RECORD ON FILE (OPEN OR ARCHIVED), THEN AUTO-
      * BLACKLISTS REPEAT OFFENDERS ONCE THEY HIT WS-VIOLATION-THRESHOLD
       LOG-VIOLATION.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF

           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           PERFORM CHECK-STUDENT-HAS-RECORD
           IF WS-STUDENT-ON-RECORD = 'N'
               DISPLAY "No parking record found for this student - "
                       "cannot log a violation."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Violation Type: " WITH NO ADVANCING
           ACCEPT WS-VIOLATION-TYPE
           DISPLAY "Enter Description: " WITH NO ADVANCING
           ACCEPT WS-VIOLATION-DESC
           DISPLAY "Enter Issued By: " WITH NO ADVANCING
           ACCEPT WS-ISSUED-BY

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-VIOLATION-DATE
           END-STRING
           STRING WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO WS-VIOLATION-TIME-LOGGED
           END-STRING

           PERFORM WRITE-VIOLATION-TO-FILE
           IF WS-VIOLATION-WRITTEN = 'N'
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Violation Logged Successfully."
           IF WS-FINE-AMOUNT > 0
               MOVE WS-FINE-AMOUNT TO WS-FEE-DISPLAY
               DISPLAY "Fine per schedule: " WS-FEE-DISPLAY
                       " (unsettled)"
           END-IF
           PERFORM CHECK-REPEAT-VIOLATOR
           PERFORM RESTORE-CURRENT-PARKING-PERIOD
           .

      * COUNTS WS-STUDENT-NUMBER'S CITATIONS ON FILE AND AUTO-
      * BLACKLISTS A REPEAT OFFENDER ONCE THEY HIT WS-VIOLATION-
      * THRESHOLD. SHARED BY THE CLERK'S SCREEN AND THE HANDHELD
      * UPLOAD SO A TICKET COUNTS THE SAME HOWEVER IT ARRIVED
       CHECK-REPEAT-VIOLATOR.
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS NOT = "00"
               STRING "Violation Open Error: " WS-VIOLATION-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CHECK-REPEAT-VIOLATOR" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VIOLATION-COUNT
           MOVE 'N' TO END-OF-FILE
           MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF VIO-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           ADD 1 TO WS-VIOLATION-COUNT
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE

           IF WS-VIOLATION-COUNT >= WS-VIOLATION-THRESHOLD
               MOVE "AUTO: REPEAT VIOLATOR" TO WS-BLACKLIST-REASON
               MOVE SPACES TO WS-BL-EXPIRY-IN
               PERFORM ADD-TO-BLACKLIST
               DISPLAY "Student auto-blacklisted after "
                       WS-VIOLATION-COUNT " violations."
           END-IF
           .

      * OPENS THE VIOLATION FILE, WRITES ONE CITATION FROM THE WS
      * STAGING FIELDS (STUDENT, TYPE, DESCRIPTION, ISSUED-BY, DATE
      * AND TIME), PRICES IT OFF THE FINE SCHEDULE, AND CLOSES. THE
      * ONE WRITE PATH SHARED BY THE CLERK'S LOG-VIOLATION SCREEN, THE
      * HANDHELD CITATION UPLOAD AND THE NIGHTLY OVERSTAY AUTO-CITE, SO
      * EVERY CITATION IS BUILT THE SAME WAY. WS-VIOLATION-WRITTEN
      * REPORTS THE OUTCOME
       WRITE-VIOLATION-TO-FILE.
           MOVE 'N' TO WS-VIOLATION-WRITTEN
           OPEN I-O VIOLATION-FILE
           IF WS-VIOLATION-STATUS = "35"
               OPEN OUTPUT VIOLATION-FILE
               CLOSE VIOLATION-FILE
               OPEN I-O VIOLATION-FILE
           END-IF
           IF WS-VIOLATION-STATUS NOT = "00"
               STRING "Violation Open Error: " WS-VIOLATION-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WRITE-VIOLATION-TO-FILE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
           MOVE WS-VIOLATION-DATE TO VIO-VIOLATION-DATE
           MOVE WS-VIOLATION-TIME-LOGGED TO VIO-TIME-LOGGED
           MOVE WS-VIOLATION-TYPE TO VIO-VIOLATION-TYPE
           MOVE WS-VIOLATION-DESC TO VIO-DESCRIPTION
           MOVE WS-ISSUED-BY TO VIO-ISSUED-BY
           PERFORM GET-FINE-FOR-TYPE
           MOVE WS-FINE-AMOUNT TO VIO-FINE-AMOUNT
           IF WS-FINE-AMOUNT > 0
               MOVE 'N' TO VIO-SETTLED
           ELSE
               MOVE 'Y' TO VIO-SETTLED
           END-IF
           MOVE SPACES TO VIO-SETTLED-ON
           WRITE VIOLATION-RECORD
           IF WS-VIOLATION-STATUS = "22"
               DISPLAY "This student already has a violation logged "
                       "at this exact second - please retry."
               CLOSE VIOLATION-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-VIOLATION-STATUS NOT = "00"
               STRING "Violation Write Error: " WS-VIOLATION-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WRITE-VIOLATION-TO-FILE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE VIOLATION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VIOLATION-WRITTEN
           CLOSE VIOLATION-FILE
           .

      * MENU OPTION - LISTS EVERY VIOLATION ON FILE FOR ONE STUDENT,
      * OLDEST TO NEWEST, VIA THE VIO-STUDENT-NUMBER ALTERNATE KEY
       VIEW-VIOLATION-HISTORY.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER

           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS = "35"
               DISPLAY "No violations have been logged yet."
               EXIT PARAGRAPH
           END-IF
           IF WS-VIOLATION-STATUS NOT = "00"
               STRING "Violation Open Error: " WS-VIOLATION-STATUS
                   INTO WS-FILE-ERROR
               MOVE "VIEW-VIOLATION-HISTORY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
           MOVE 'N' TO END-OF-FILE
           MOVE 'N' TO RECORD-FOUND
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           DISPLAY "--- Violation History ---"
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF VIO-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           MOVE 'Y' TO RECORD-FOUND
                           DISPLAY VIO-VIOLATION-DATE " | "
                                   VIO-VIOLATION-TYPE " | "
                                   VIO-DESCRIPTION " | "
                                   VIO-ISSUED-BY
      * A PAID FINE AND A WAIVED ONE READ DIFFERENTLY ON PURPOSE
                           EVALUATE VIO-SETTLED
                               WHEN 'Y'
                                   DISPLAY "    (SETTLED "
                                           VIO-SETTLED-ON ")"
                               WHEN 'W'
                                   DISPLAY "    (WAIVED ON APPEAL "
                                           VIO-SETTLED-ON ")"
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           IF RECORD-FOUND = 'N'
               DISPLAY "No violations on file for this student."
           END-IF
           CLOSE VIOLATION-FILE
           .

      * LOOKS UP THE SCHEDULED FINE FOR WS-VIOLATION-TYPE IN THE SAME
      * CONFIG TABLE THE CAPACITY AND RATE KEYS LIVE IN - THE KEY IS
      * "FINE-" PLUS THE FIRST 15 CHARACTERS OF THE TYPE (E.G.
      * FINE-OVERSTAY). A TYPE WITH NO SCHEDULE ENTRY CARRIES NO FINE.
      * THE FINE IS THE ONE IN FORCE ON WS-VIOLATION-DATE
       GET-FINE-FOR-TYPE.
           MOVE 0 TO WS-FINE-AMOUNT
           MOVE SPACES TO WS-CFG-SEARCH-KEY
           STRING "FINE-" DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(WS-VIOLATION-TYPE(1:15))
                      DELIMITED BY SIZE
                  INTO WS-CFG-SEARCH-KEY
           END-STRING
           PERFORM GET-CONFIG-VALUE
           IF WS-RSC-COUNT > 0 AND WS-VIOLATION-DATE NOT = SPACES
               MOVE WS-CFG-SEARCH-VALUE TO WS-CFG-CURRENT-VALUE
               MOVE WS-VIOLATION-DATE TO WS-CFG-ASOF-DATE
               PERFORM GET-CONFIG-VALUE-AS-OF
               IF WS-CFG-SEARCH-VALUE = SPACES
                   MOVE WS-CFG-CURRENT-VALUE TO WS-CFG-SEARCH-VALUE
               END-IF
           END-IF
           IF WS-CFG-SEARCH-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                   TO WS-FINE-AMOUNT
           END-IF
           .

      * MENU OPTION - RECORDS THAT A STUDENT IS CONTESTING A CITATION.
      * THE CITATION IS PICKED BY ITS DATE AND LOGGED TIME (LISTED
      * FIRST SO THE CLERK CAN READ THEM OFF), MUST STILL BE
      * UNSETTLED, AND MAY ONLY CARRY ONE APPEAL. COLLECTION ON AN
      * APPEALED FINE IS HELD UNTIL A SUPERVISOR RULES ON IT
       FILE-VIOLATION-APPEAL.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-APL-LISTED
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS NOT = "00"
               DISPLAY "No violations have been logged yet."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
           MOVE 'N' TO END-OF-FILE
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           DISPLAY "--- Unsettled Citations ---"
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF VIO-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           IF VIO-SETTLED = 'N'
                               MOVE VIO-FINE-AMOUNT TO WS-FEE-DISPLAY
                               DISPLAY "  " VIO-VIOLATION-DATE " "
                                       VIO-TIME-LOGGED " | "
                                       FUNCTION TRIM(
                                           VIO-VIOLATION-TYPE)
                                       " | " WS-FEE-DISPLAY
                               ADD 1 TO WS-APL-LISTED
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           IF WS-APL-LISTED = 0
               DISPLAY "No unsettled citations on file for this "
                       "student - nothing to appeal."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Citation Date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-APL-DATE-IN
           DISPLAY "Citation Time (HH:MM:SS): " WITH NO ADVANCING
           ACCEPT WS-APL-TIME-IN
           OPEN INPUT VIOLATION-FILE
           MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
           MOVE WS-APL-DATE-IN TO VIO-VIOLATION-DATE
           MOVE WS-APL-TIME-IN TO VIO-TIME-LOGGED
           READ VIOLATION-FILE
               INVALID KEY
                   DISPLAY "No citation on file with that date and "
                           "time."
                   CLOSE VIOLATION-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           CLOSE VIOLATION-FILE
           IF VIO-SETTLED NOT = 'N'
               DISPLAY "That citation is no longer open - it cannot "
                       "be appealed."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O APPEAL-FILE
           IF WS-APPEAL-STATUS = "35"
               OPEN OUTPUT APPEAL-FILE
               CLOSE APPEAL-FILE
               OPEN I-O APPEAL-FILE
           END-IF
           IF WS-APPEAL-STATUS NOT = "00"
               STRING "Appeal Open Error: " WS-APPEAL-STATUS
                   INTO WS-FILE-ERROR
               MOVE "FILE-VIOLATION-APPEAL" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO APL-STUDENT-NUMBER
           MOVE WS-APL-DATE-IN TO APL-VIOLATION-DATE
           MOVE WS-APL-TIME-IN TO APL-TIME-LOGGED
           READ APPEAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "An appeal is already on file for this "
                           "citation (" APL-STATUS ")."
                   CLOSE APPEAL-FILE
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Grounds for Appeal: " WITH NO ADVANCING
           ACCEPT WS-APL-GROUNDS-IN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-STUDENT-NUMBER TO APL-STUDENT-NUMBER
           MOVE WS-APL-DATE-IN TO APL-VIOLATION-DATE
           MOVE WS-APL-TIME-IN TO APL-TIME-LOGGED
           MOVE WS-TODAY-DATE TO APL-FILED-ON
           MOVE WS-OPERATOR-ID TO APL-FILED-BY
           MOVE WS-APL-GROUNDS-IN TO APL-GROUNDS
           MOVE "FILED" TO APL-STATUS
           MOVE SPACES TO APL-HEARD-BY
           MOVE SPACES TO APL-DECIDED-ON
           MOVE VIO-FINE-AMOUNT TO APL-ORIG-FINE
           MOVE VIO-FINE-AMOUNT TO APL-NEW-FINE
           MOVE SPACES TO APL-REMARKS
           WRITE APPEAL-RECORD
           IF WS-APPEAL-STATUS NOT = "00"
               STRING "Appeal Write Error: " WS-APPEAL-STATUS
                   INTO WS-FILE-ERROR
               MOVE "FILE-VIOLATION-APPEAL" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE APPEAL-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE APPEAL-FILE
           DISPLAY "Appeal filed - collection on this fine is held "
                   "until a supervisor rules on it."

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "APL-FILE" TO WS-AUDIT-ACTION
           MOVE VIO-VIOLATION-TYPE TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-APL-DATE-IN DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-APL-GROUNDS-IN DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * MENU OPTION (SUPERVISOR) - RULES ON A FILED APPEAL. UPHELD
      * LEAVES THE FINE STANDING, REDUCED REPRICES IT, WAIVED MARKS
      * THE CITATION 'W' (WAIVED) WITH THE DECISION DATE SO IT STAYS
      * ON FILE WITH ITS OUTCOME INSTEAD OF MASQUERADING AS PAID
       ADJUDICATE-APPEAL.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Citation Date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-APL-DATE-IN
           DISPLAY "Citation Time (HH:MM:SS): " WITH NO ADVANCING
           ACCEPT WS-APL-TIME-IN

           OPEN I-O APPEAL-FILE
           IF WS-APPEAL-STATUS NOT = "00"
               DISPLAY "No appeals on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO APL-STUDENT-NUMBER
           MOVE WS-APL-DATE-IN TO APL-VIOLATION-DATE
           MOVE WS-APL-TIME-IN TO APL-TIME-LOGGED
           READ APPEAL-FILE
               INVALID KEY
                   DISPLAY "No appeal on file for that citation."
                   CLOSE APPEAL-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF APL-STATUS NOT = "FILED"
               DISPLAY "That appeal was already decided: " APL-STATUS
                       " on " APL-DECIDED-ON " by "
                       FUNCTION TRIM(APL-HEARD-BY)
               CLOSE APPEAL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE APL-ORIG-FINE TO WS-FEE-DISPLAY
           DISPLAY "Filed " APL-FILED-ON ": "
                   FUNCTION TRIM(APL-GROUNDS)
           DISPLAY "Fine on the books: " WS-FEE-DISPLAY
           DISPLAY "Decision: U-Uphold  R-Reduce  W-Waive: "
                   WITH NO ADVANCING
           ACCEPT WS-APL-DECISION
           MOVE FUNCTION UPPER-CASE(WS-APL-DECISION)
               TO WS-APL-DECISION
           IF WS-APL-DECISION NOT = "U"
               AND WS-APL-DECISION NOT = "R"
               AND WS-APL-DECISION NOT = "W"
               DISPLAY "Invalid decision code."
               CLOSE APPEAL-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-APL-DECISION = "R"
               DISPLAY "Reduced Fine Amount: " WITH NO ADVANCING
               ACCEPT WS-APL-NEW-FINE-IN
               MOVE FUNCTION NUMVAL(WS-APL-NEW-FINE-IN)
                   TO APL-NEW-FINE
               IF APL-NEW-FINE >= APL-ORIG-FINE
                   DISPLAY "A reduction must come in below the "
                           "original fine."
                   CLOSE APPEAL-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Remarks: " WITH NO ADVANCING
           ACCEPT WS-APL-REMARKS-IN

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           EVALUATE WS-APL-DECISION
               WHEN "U"
                   MOVE "UPHELD" TO APL-STATUS
                   MOVE APL-ORIG-FINE TO APL-NEW-FINE
               WHEN "R"
                   MOVE "REDUCED" TO APL-STATUS
               WHEN "W"
                   MOVE "WAIVED" TO APL-STATUS
                   MOVE 0 TO APL-NEW-FINE
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO APL-HEARD-BY
           MOVE WS-TODAY-DATE TO APL-DECIDED-ON
           MOVE WS-APL-REMARKS-IN TO APL-REMARKS
           REWRITE APPEAL-RECORD
           IF WS-APPEAL-STATUS NOT = "00"
               STRING "Appeal Rewrite Error: " WS-APPEAL-STATUS
                   INTO WS-FILE-ERROR
               MOVE "ADJUDICATE-APPEAL" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE APPEAL-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE APPEAL-FILE

      * THE CITATION ITSELF NOW CARRIES THE OUTCOME
           IF WS-APL-DECISION NOT = "U"
               OPEN I-O VIOLATION-FILE
               IF WS-VIOLATION-STATUS = "00"
                   MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
                   MOVE WS-APL-DATE-IN TO VIO-VIOLATION-DATE
                   MOVE WS-APL-TIME-IN TO VIO-TIME-LOGGED
                   READ VIOLATION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-APL-DECISION = "R"
                               MOVE APL-NEW-FINE TO VIO-FINE-AMOUNT
                           ELSE
                               MOVE 'W' TO VIO-SETTLED
                               MOVE WS-TODAY-DATE TO VIO-SETTLED-ON
                           END-IF
                           REWRITE VIOLATION-RECORD
                   END-READ
                   CLOSE VIOLATION-FILE
               END-IF
           END-IF
           DISPLAY "Appeal ruled: " APL-STATUS

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "APL-RULE" TO WS-AUDIT-ACTION
           MOVE "FILED" TO WS-AUDIT-BEFORE
           MOVE APL-NEW-FINE TO WS-FEE-DISPLAY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING APL-STATUS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-APL-DATE-IN DELIMITED BY SIZE
                  "/FINE:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * TRUE (WS-APL-PENDING) WHEN THE CITATION CURRENTLY IN THE
      * VIOLATION FD HAS AN UNDECIDED APPEAL - COLLECTION HOLDS OFF
      * UNTIL THE RULING
       CHECK-APPEAL-PENDING.
           MOVE 'N' TO WS-APL-PENDING
           OPEN INPUT APPEAL-FILE
           IF WS-APPEAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE VIO-STUDENT-NUMBER TO APL-STUDENT-NUMBER
           MOVE VIO-VIOLATION-DATE TO APL-VIOLATION-DATE
           MOVE VIO-TIME-LOGGED TO APL-TIME-LOGGED
           READ APPEAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APL-STATUS = "FILED"
                       MOVE 'Y' TO WS-APL-PENDING
                   END-IF
           END-READ
           CLOSE APPEAL-FILE
           .

      * WALKS WS-STUDENT-NUMBER'S UNSETTLED FINES AT CHECKOUT AND
      * TAKES PAYMENT ON EACH ONE THE CLERK COLLECTS, SO FINES ARE
      * SETTLED TOGETHER WITH THE PARKING FEE INSTEAD OF LIVING IN A
      * PAPER LEDGER AT OSA
       COLLECT-UNSETTLED-FINES.
           MOVE 0 TO WS-UNSETTLED-TOTAL
           MOVE 0 TO WS-UNSETTLED-COUNT
           OPEN I-O VIOLATION-FILE
           IF WS-VIOLATION-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-VIOLATION-STATUS NOT = "00"
               STRING "Violation Open Error: " WS-VIOLATION-STATUS
                   INTO WS-FILE-ERROR
               MOVE "COLLECT-UNSETTLED-FINES" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
           MOVE 'N' TO END-OF-FILE
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF VIO-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           IF VIO-SETTLED = 'N'
      * A FINE UNDER APPEAL IS NOT COLLECTABLE UNTIL THE RULING -
      * IT STILL COUNTS TOWARD WHAT REMAINS ON THE BOOKS
                               PERFORM CHECK-APPEAL-PENDING
                               IF WS-APL-PENDING = 'Y'
                                   DISPLAY "Fine " VIO-VIOLATION-DATE
                                           " is under appeal - held."
                                   ADD 1 TO WS-UNSETTLED-COUNT
                                   ADD VIO-FINE-AMOUNT
                                       TO WS-UNSETTLED-TOTAL
                               ELSE
                                   PERFORM COLLECT-ONE-FINE
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           IF WS-UNSETTLED-COUNT > 0
               MOVE WS-UNSETTLED-TOTAL TO WS-OUTSTANDING-DISPLAY
               DISPLAY WS-UNSETTLED-COUNT " fine(s) still "
                       "unsettled, totalling " WS-OUTSTANDING-DISPLAY
           END-IF
           .

      * OFFERS ONE UNSETTLED FINE FOR COLLECTION. A DECLINED FINE IS
      * COUNTED AND TOTALLED SO THE CLERK CAN TELL THE STUDENT WHAT
      * REMAINS ON THE BOOKS
       COLLECT-ONE-FINE.
           MOVE VIO-FINE-AMOUNT TO WS-FEE-DISPLAY
           DISPLAY "Unsettled fine " VIO-VIOLATION-DATE " "
                   FUNCTION TRIM(VIO-VIOLATION-TYPE) " - "
                   WS-FEE-DISPLAY
           DISPLAY "Collect this fine now? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               ADD 1 TO WS-UNSETTLED-COUNT
               ADD VIO-FINE-AMOUNT TO WS-UNSETTLED-TOTAL
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-TENDER-TYPE
           MOVE 'Y' TO VIO-SETTLED
           MOVE WS-TODAY-DATE TO VIO-SETTLED-ON
           REWRITE VIOLATION-RECORD
           IF WS-VIOLATION-STATUS NOT = "00"
               STRING "Violation Rewrite Error: " WS-VIOLATION-STATUS
                   INTO WS-FILE-ERROR
               MOVE "COLLECT-ONE-FINE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD VIO-FINE-AMOUNT TO WS-DAILY-REVENUE
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "FINE-PAY" TO WS-AUDIT-ACTION
           MOVE VIO-VIOLATION-TYPE TO WS-AUDIT-BEFORE
           MOVE VIO-FINE-AMOUNT TO WS-FEE-DISPLAY
           STRING VIO-VIOLATION-DATE DELIMITED BY SIZE
                  "/PAID:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "/TND:" DELIMITED BY SIZE
                  WS-PAY-TENDER DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           PERFORM PRINT-FINE-RECEIPT
           MOVE "CASH" TO WS-PAY-TENDER
           DISPLAY "Fine collected."
           .

      * MENU OPTION - UNSETTLED-FINES AGING FOR OSA: EVERY FINE STILL
      * ON THE BOOKS, BUCKETED BY HOW LONG IT HAS BEEN OUTSTANDING
       FINES-AGING-REPORT.
           MOVE 0 TO WS-AGE-BUCKET-1
           MOVE 0 TO WS-AGE-BUCKET-2
           MOVE 0 TO WS-AGE-BUCKET-3
           MOVE 0 TO WS-AGE-BUCKET-4
           MOVE 0 TO WS-UNSETTLED-COUNT
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS = "35"
               DISPLAY "No violations have been logged yet."
               EXIT PARAGRAPH
           END-IF
           IF WS-VIOLATION-STATUS NOT = "00"
               STRING "Violation Open Error: " WS-VIOLATION-STATUS
                   INTO WS-FILE-ERROR
               MOVE "FINES-AGING-REPORT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
           DISPLAY "--- Unsettled Fines Aging ---"
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF VIO-SETTLED = 'N'
                           AND VIO-FINE-AMOUNT > 0
                           PERFORM AGE-ONE-FINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE

           IF WS-UNSETTLED-COUNT = 0
               DISPLAY "No unsettled fines on the books."
           ELSE
               MOVE WS-AGE-BUCKET-1 TO WS-OUTSTANDING-DISPLAY
               DISPLAY "  0-30 days:  " WS-OUTSTANDING-DISPLAY
               MOVE WS-AGE-BUCKET-2 TO WS-OUTSTANDING-DISPLAY
               DISPLAY " 31-60 days:  " WS-OUTSTANDING-DISPLAY
               MOVE WS-AGE-BUCKET-3 TO WS-OUTSTANDING-DISPLAY
               DISPLAY " 61-90 days:  " WS-OUTSTANDING-DISPLAY
               MOVE WS-AGE-BUCKET-4 TO WS-OUTSTANDING-DISPLAY
               DISPLAY "  over 90:    " WS-OUTSTANDING-DISPLAY
               DISPLAY WS-UNSETTLED-COUNT " unsettled fine(s) listed."
           END-IF
           .

      * ONE AGING DETAIL LINE PLUS ITS BUCKET CONTRIBUTION
       AGE-ONE-FINE.
           COMPUTE WS-VIO-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(VIO-VIOLATION-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(VIO-VIOLATION-DATE(6:2)) * 100
               + FUNCTION NUMVAL(VIO-VIOLATION-DATE(9:2)))
           COMPUTE WS-VIO-AGE-DAYS = WS-TODAY-INT - WS-VIO-DATE-INT
           MOVE VIO-FINE-AMOUNT TO WS-FEE-DISPLAY
           DISPLAY VIO-STUDENT-NUMBER " | " VIO-VIOLATION-DATE
                   " | " FUNCTION TRIM(VIO-VIOLATION-TYPE)
                   " | " WS-FEE-DISPLAY
                   " | " WS-VIO-AGE-DAYS " day(s)"
           ADD 1 TO WS-UNSETTLED-COUNT
           EVALUATE TRUE
               WHEN WS-VIO-AGE-DAYS <= 30
                   ADD VIO-FINE-AMOUNT TO WS-AGE-BUCKET-1
               WHEN WS-VIO-AGE-DAYS <= 60
                   ADD VIO-FINE-AMOUNT TO WS-AGE-BUCKET-2
               WHEN WS-VIO-AGE-DAYS <= 90
                   ADD VIO-FINE-AMOUNT TO WS-AGE-BUCKET-3
               WHEN OTHER
                   ADD VIO-FINE-AMOUNT TO WS-AGE-BUCKET-4
           END-EVALUATE
           .

      * CONVERTS A "YYYY-MM-DD HH:MM" TIMESTAMP STRING (WS-ELAPSED-
      * TIMESTAMP) INTO MINUTES-SINCE-EPOCH (WS-ELAPSED-MINUTES-OUT)
      * SO ENTRY/EXIT TIMESTAMPS CAN BE SUBTRACTED LIKE NUMBERS
       TIMESTAMP-TO-MINUTES.
           MOVE WS-ELAPSED-TIMESTAMP(1:4)  TO WS-ELAPSED-YEAR
           MOVE WS-ELAPSED-TIMESTAMP(6:2)  TO WS-ELAPSED-MONTH
           MOVE WS-ELAPSED-TIMESTAMP(9:2)  TO WS-ELAPSED-DAY
           MOVE WS-ELAPSED-TIMESTAMP(12:2) TO WS-ELAPSED-HOUR
           MOVE WS-ELAPSED-TIMESTAMP(15:2) TO WS-ELAPSED-MINUTE
           COMPUTE WS-ELAPSED-MINUTES-OUT =
               (FUNCTION INTEGER-OF-DATE(
                   WS-ELAPSED-YEAR * 10000 + WS-ELAPSED-MONTH * 100
                   + WS-ELAPSED-DAY) * 1440)
               + (WS-ELAPSED-HOUR * 60) + WS-ELAPSED-MINUTE
           .

      * THE INVERSE OF TIMESTAMP-TO-MINUTES - TURNS MINUTES-SINCE-
      * EPOCH (WS-ELAPSED-MINUTES-OUT) BACK INTO A "YYYY-MM-DD HH:MM"
      * STRING IN WS-MIN2TS-OUT, FOR STAMPING A FUTURE CUTOFF LIKE
      * THE PAY-STATION EXIT WINDOW
       MINUTES-TO-TIMESTAMP.
           COMPUTE WS-MIN2TS-DAYS = WS-ELAPSED-MINUTES-OUT / 1440
           COMPUTE WS-MIN2TS-REM =
               FUNCTION MOD(WS-ELAPSED-MINUTES-OUT, 1440)
           MOVE FUNCTION DATE-OF-INTEGER(WS-MIN2TS-DAYS)
               TO WS-RESTORE-YMD
           COMPUTE WS-MIN2TS-HH = WS-MIN2TS-REM / 60
           COMPUTE WS-MIN2TS-MM = FUNCTION MOD(WS-MIN2TS-REM, 60)
           MOVE SPACES TO WS-MIN2TS-OUT
           STRING WS-RESTORE-YMD(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RESTORE-YMD(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RESTORE-YMD(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MIN2TS-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MIN2TS-MM DELIMITED BY SIZE
                  INTO WS-MIN2TS-OUT
           END-STRING
           .

      * SETS WS-OVERSTAY-FLAG TO 'Y' WHEN THE RECORD CURRENTLY IN THE
      * FD (STILL OPEN) HAS BEEN PARKED MORE THAN 24 HOURS
       CHECK-OVERSTAY.
           MOVE 'N' TO WS-OVERSTAY-FLAG
           MOVE 'N' TO WS-OVN-COVERED
           IF TIME-OF-EXIT = SPACES
               MOVE TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
               PERFORM TIMESTAMP-TO-MINUTES
               MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STRING WS-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-MONTH DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-DAY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HOURS DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-MINUTES DELIMITED BY SIZE
                      INTO WS-ELAPSED-TIMESTAMP
               END-STRING
               PERFORM TIMESTAMP-TO-MINUTES
               MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-2
               COMPUTE WS-ELAPSED-DIFF =
                   WS-ELAPSED-MINUTES-2 - WS-ELAPSED-MINUTES-1
      * DAYS THE CAMPUS WAS CLOSED DO NOT COUNT AGAINST THE 24-HOUR
      * RULE - A MOTORCYCLE LEFT OVER A LONG WEEKEND EXACTLY AS
      * SECURITY ADVISED IS NOT AN OVERSTAY THE MORNING AFTER. EACH
      * CLOSED DAY IN THE SPAN CREDITS A FULL DAY BACK
               COMPUTE WS-CAL-SPAN-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TIME-OF-ENTRY(1:4)) * 10000
                   + FUNCTION NUMVAL(TIME-OF-ENTRY(6:2)) * 100
                   + FUNCTION NUMVAL(TIME-OF-ENTRY(9:2)))
               COMPUTE WS-CAL-SPAN-END = FUNCTION INTEGER-OF-DATE(
                   WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
               PERFORM COUNT-CLOSED-DAYS-IN-SPAN
               IF WS-CAL-CLOSED-DAYS > 0
                   COMPUTE WS-ELAPSED-DIFF = WS-ELAPSED-DIFF
                       - (WS-CAL-CLOSED-DAYS * 1440)
               END-IF
      * AN OVERNIGHT AUTHORIZATION ON THE REGISTER EITHER COVERS THE
      * STAY OUTRIGHT OR RESTARTS THE CLOCK WHEN ITS WINDOW RAN OUT
               IF WS-ELAPSED-DIFF > 1440
                   PERFORM OVN-CHECK-OPEN-VISIT
               END-IF
               IF WS-ELAPSED-DIFF > 1440
                   AND WS-OVN-COVERED = 'N'
                   MOVE 'Y' TO WS-OVERSTAY-FLAG
               END-IF
           END-IF
           .

      * APPENDS ONE LINE TO PARKING-AUDIT.dat FOR EVERY SUCCESSFUL
      * CREATE/EDIT/EXIT SO A RECORD'S HISTORY CAN BE RECONSTRUCTED
      * LATER. CALLERS SET WS-AUDIT-ACTION/BEFORE/AFTER AND MOVE THE
      * STUDENT NUMBER INTO STUDENT-NUMBER BEFORE CALLING THIS.
       APPEND-AUDIT-RECORD.
      * BOTH BOOTH TERMINALS APPEND HERE - IF THE OTHER SESSION HAS
      * THE LOG OPEN THIS INSTANT, WAIT A BEAT AND TRY AGAIN RATHER
      * THAN DROP THE LINE
           MOVE 0 TO WS-LOCK-RETRIES
           OPEN EXTEND AUDIT-FILE
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "93"
                   OR WS-LOCK-RETRIES >= 5
               ADD 1 TO WS-LOCK-RETRIES
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN EXTEND AUDIT-FILE
           END-PERFORM
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               STRING "Audit Open Error: " WS-AUDIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "APPEND-AUDIT-RECORD" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING

      * THE OPERATOR TAG IS APPENDED AT THE END SO THE FIXED OFFSETS
      * OLDER LINES ESTABLISHED (ACTION AT 29, AFTER AT 114) STILL HOLD.
      * AN ACTION CARRIED OUT FROM THE APPROVAL QUEUE ADDS "/MK:" AND
      * THE REQUESTING SUPERVISOR AT 189 - OP IS THEN THE APPROVER
           STRING WS-DATE-TIME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-AUDIT-ACTION DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  STUDENT-NUMBER DELIMITED BY SIZE
                  " | BEFORE: " DELIMITED BY SIZE
                  WS-AUDIT-BEFORE DELIMITED BY SIZE
                  " | AFTER: " DELIMITED BY SIZE
                  WS-AUDIT-AFTER DELIMITED BY SIZE
                  " | OP: " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  WS-AUDIT-MAKER-TAG DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           END-STRING
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           .

      * APPENDS ONE LINE TO PARKING-ERRORS.dat FOR EVERY NON-"00" FILE
      * STATUS HIT ANYWHERE IN THE PROGRAM, CARRYING A TIMESTAMP AND
      * THE NAME OF THE PARAGRAPH THAT HIT IT. CALLERS MOVE THEIR OWN
      * PARAGRAPH NAME INTO WS-ERROR-PARAGRAPH AND BUILD WS-FILE-ERROR
      * (AS BEFORE) THEN PERFORM THIS INSTEAD OF DISPLAYING IT DIRECTLY.
      * STILL DISPLAYS THE MESSAGE ON THE CONSOLE SO NOTHING IS LOST IF
      * THE LOG ITSELF CAN'T BE OPENED.
       LOG-FILE-ERROR.
           DISPLAY WS-FILE-ERROR
           MOVE 0 TO WS-LOCK-RETRIES
           OPEN EXTEND ERROR-FILE
           PERFORM UNTIL WS-ERROR-FILE-STATUS NOT = "93"
                   OR WS-LOCK-RETRIES >= 5
               ADD 1 TO WS-LOCK-RETRIES
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN EXTEND ERROR-FILE
           END-PERFORM
           IF WS-ERROR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-FILE
               CLOSE ERROR-FILE
               OPEN EXTEND ERROR-FILE
           END-IF
           IF WS-ERROR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING

           STRING WS-DATE-TIME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ERROR-PARAGRAPH DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-FILE-ERROR DELIMITED BY SIZE
                  INTO ERROR-RECORD
           END-STRING
           WRITE ERROR-RECORD
           CLOSE ERROR-FILE
           .

      * BUILDS "PARKING-YYYY-MM.dat" INTO WS-PARKING-FILENAME FROM
      * WS-PERIOD-YEAR/WS-PERIOD-MONTH SO THE SAME ROUTINE WORKS BOTH
      * FOR TODAY'S PERIOD AND FOR A PRIOR PERIOD WHEN SEARCHING BACK.
       BUILD-PARKING-FILENAME.
           STRING "PARKING-" DELIMITED BY SIZE
                  WS-PERIOD-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PERIOD-MONTH DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PARKING-FILENAME
           END-STRING
           .

      * PARKING.dat IS ROTATED MONTHLY SO DAY-TO-DAY WORK ONLY OPENS
      * THE CURRENT PERIOD'S RECORDS INSTEAD OF EVERY ENTRY EVER MADE.
      * THIS SETS WS-PARKING-FILENAME TO THE CURRENT MONTH BEFORE
      * INITIALIZE-PROGRAM OPENS PARKING-FILE FOR THE SESSION.
       SET-CURRENT-PARKING-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-YEAR TO WS-PERIOD-YEAR
           MOVE WS-MONTH TO WS-PERIOD-MONTH
           PERFORM BUILD-PARKING-FILENAME
           .

      * STEPS WS-PERIOD-YEAR/WS-PERIOD-MONTH BACK ONE MONTH, ROLLING
      * THE YEAR OVER WHEN THE PERIOD WALKS PAST JANUARY.
       DECREMENT-PARKING-PERIOD.
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF
           .

      * TRUE (WS-PERIOD-SEALED) WHEN THE PERIOD CURRENTLY IN
      * WS-PERIOD-YEAR/WS-PERIOD-MONTH HAS BEEN CLOSED BY THE
      * MONTH-END RUN. A SEALED PERIOD HOLDS NO OPEN VISITS AND NO
      * UNARCHIVED CLOSED ONES, SO THE PRIOR-MONTH SWEEPS SKIP IT
      * RATHER THAN OPEN IT AGAIN
       CHECK-PERIOD-SEALED.
           MOVE 'N' TO WS-PERIOD-SEALED
           MOVE SPACES TO WS-SEAL-LOOKUP
           STRING WS-PERIOD-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PERIOD-MONTH DELIMITED BY SIZE
                  INTO WS-SEAL-LOOKUP
           END-STRING
           OPEN INPUT SEALED-FILE
           IF WS-SEALED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SEALED-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF SEAL-PERIOD = WS-SEAL-LOOKUP
                           MOVE 'Y' TO WS-PERIOD-SEALED
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEALED-FILE
           .

      * OPENS THE PRIOR PERIOD'S FILE FOR INPUT UNLESS THAT PERIOD IS
      * SEALED. A SEALED MONTH HOLDS NOTHING A SWEEP COULD WANT - ITS
      * OPEN VISITS WERE CARRIED FORWARD AND ITS CLOSED ONES ARCHIVED
      * - SO IT IS REPORTED BACK EXACTLY LIKE A MISSING FILE ("35"),
      * WHICH EVERY SWEEP'S EXISTING STATUS CHECK ALREADY SKIPS
       OPEN-UNSEALED-PRIOR-INPUT.
           PERFORM CHECK-PERIOD-SEALED
           IF WS-PERIOD-SEALED = 'Y'
               MOVE "35" TO WS-FILE-STATUS
           ELSE
               OPEN INPUT PARKING-FILE
           END-IF
           .

      * SAME GUARD FOR THE SWEEPS THAT OPEN A PRIOR PERIOD I-O
       OPEN-UNSEALED-PRIOR-IO.
           PERFORM CHECK-PERIOD-SEALED
           IF WS-PERIOD-SEALED = 'Y'
               MOVE "35" TO WS-FILE-STATUS
           ELSE
               OPEN I-O PARKING-FILE
           END-IF
           .

      * A STUDENT NUMBER NOT FOUND IN THE CURRENT PERIOD'S FILE MAY
      * STILL BE SITTING IN AN EARLIER MONTH'S PARKING.dat (A RECORD
      * CLOSED OUT BEFORE THE FILE ROLLED OVER). THIS WALKS BACKWARD
      * UP TO WS-PRIOR-MONTH-LIMIT MONTHS, REUSING THE SAME PARKING-
      * FILE FD AGAINST EACH PRIOR PERIOD'S FILE IN TURN. ON A HIT, THE
      * MATCHED PERIOD'S FILE IS LEFT OPEN I-O - NOT THE CURRENT MONTH
      * - SO THE CALLER'S READ/REWRITE LANDS ON THE FILE THAT ACTUALLY
      * HOLDS THE RECORD; EVERY CALLER OF FIND-RECORD RESTORES THE
      * SESSION TO THE CURRENT PERIOD VIA RESTORE-CURRENT-PARKING-
      * PERIOD WHEN IT IS DONE, WHETHER OR NOT THIS WAS INVOKED. ONLY
      * WHEN NO PRIOR PERIOD MATCHES DOES THIS RESTORE THE CURRENT
      * PERIOD ITSELF, SO A FAILED SEARCH DOESN'T LEAVE THE SESSION
      * STRANDED ON SOME EARLIER MONTH'S FILE.
       FIND-IN-PRIOR-MONTHS.
           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           CLOSE PARKING-FILE
           MOVE 0 TO WS-PRIOR-PERIOD-TRIES
           MOVE 'N' TO RECORD-FOUND

           PERFORM UNTIL RECORD-FOUND = 'Y'
                   OR WS-PRIOR-PERIOD-TRIES = WS-PRIOR-MONTH-LIMIT
               ADD 1 TO WS-PRIOR-PERIOD-TRIES
               PERFORM DECREMENT-PARKING-PERIOD
               PERFORM BUILD-PARKING-FILENAME
               PERFORM OPEN-UNSEALED-PRIOR-IO
               IF WS-FILE-STATUS = "00"
                   PERFORM PICK-STUDENT-RECORD-IN-FILE
                   IF RECORD-FOUND = 'N'
                       CLOSE PARKING-FILE
                   END-IF
               END-IF
           END-PERFORM

           IF RECORD-FOUND = 'N'
               MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
               MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
               MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
               OPEN I-O PARKING-FILE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "Reopen Error: " WS-FILE-STATUS
                       INTO WS-FILE-ERROR
                   MOVE "FIND-IN-PRIOR-MONTHS" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF
           .

      * SCANS WHICHEVER PARKING-FILE IS OPEN FOR WS-STUDENT-NUMBER'S
      * RECORDS AND LEAVES THE BEST ONE IN THE FD (RECORD-FOUND SET):
      * THE OPEN VISIT IF THERE IS ONE, OTHERWISE THE FIRST ON FILE.
      * THE CHOSEN RECORD IS RE-READ BY ITS FULL KEY SO A FOLLOWING
      * REWRITE LANDS ON IT
       PICK-STUDENT-RECORD-IN-FILE.
           MOVE 'N' TO RECORD-FOUND
           MOVE 0 TO WS-VEH-MATCH-COUNT
           MOVE SPACES TO WS-VEH-OPEN-PLATE
           MOVE SPACES TO WS-VEH-FIRST-PLATE
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE LOW-VALUES TO PARK-PLATE-KEY
           MOVE 'N' TO END-OF-FILE
           START PARKING-FILE KEY IS >= PARK-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF STUDENT-NUMBER = WS-STUDENT-NUMBER
                           ADD 1 TO WS-VEH-MATCH-COUNT
                           IF WS-VEH-FIRST-PLATE = SPACES
                               MOVE PARK-PLATE-KEY
                                   TO WS-VEH-FIRST-PLATE
                           END-IF
                           IF TIME-OF-EXIT = SPACES
                               AND WS-VEH-OPEN-PLATE = SPACES
                               MOVE PARK-PLATE-KEY
                                   TO WS-VEH-OPEN-PLATE
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VEH-MATCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           IF WS-VEH-OPEN-PLATE NOT = SPACES
               MOVE WS-VEH-OPEN-PLATE TO PARK-PLATE-KEY
           ELSE
               MOVE WS-VEH-FIRST-PLATE TO PARK-PLATE-KEY
           END-IF
           READ PARKING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND
           END-READ
           .

      * RETURNS PARKING-FILE TO THE CURRENT PERIOD OPENED I-O. CALLED
      * AT THE END OF EVERY PARAGRAPH THAT MAY HAVE LANDED ON A PRIOR
      * PERIOD'S FILE VIA FIND-IN-PRIOR-MONTHS, SO THE SESSION NEVER
      * STAYS SCOPED TO AN OLDER MONTH PAST THE PARAGRAPH THAT NEEDED
      * IT.
       RESTORE-CURRENT-PARKING-PERIOD.
           CLOSE PARKING-FILE
           PERFORM SET-CURRENT-PARKING-PERIOD
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "RESTORE-CURRENT-PARKING-PERIOD"
                   TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * DEBUGGING FUNCTION & AUTO GENERATES .DAT FILE
       INITIALIZE-PROGRAM.
           PERFORM SET-CURRENT-PARKING-PERIOD
           PERFORM LOAD-CONFIGURATION
           PERFORM APPLY-DUE-RATE-CHANGES
           PERFORM LOAD-RATE-SCHEDULE-TABLE
           PERFORM BACKUP-PARKING-FILE
           PERFORM SWEEP-OLD-BACKUPS
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               IF WS-FILE-STATUS = "35"
                   OPEN OUTPUT PARKING-FILE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "Create File Error: " WS-FILE-STATUS
                           INTO WS-FILE-ERROR
                       MOVE "INITIALIZE-PROGRAM" TO WS-ERROR-PARAGRAPH
                       PERFORM LOG-FILE-ERROR
                       STOP RUN
                   END-IF
                   CLOSE PARKING-FILE
                   OPEN I-O PARKING-FILE
               ELSE
      * "39" IS A FILE STILL ON AN OLD RECORD LAYOUT - LET THE
      * SESSION COME UP SO THE SUPERVISOR CAN REACH THE LAYOUT
      * CONVERSION OPTION, INSTEAD OF DYING BEFORE THE MENU
                   IF WS-FILE-STATUS = "39"
                       DISPLAY "PARKING file is on an old record "
                               "layout - run the Convert Files To "
                               "Current Layout option before "
                               "processing."
                   ELSE
                       STRING "Open Error: " WS-FILE-STATUS
                           INTO WS-FILE-ERROR
                       MOVE "INITIALIZE-PROGRAM"
                           TO WS-ERROR-PARAGRAPH
                       PERFORM LOG-FILE-ERROR
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           .

      * COPIES PARKING.dat TO A DATE-STAMPED BACKUP FILE BEFORE
      * INITIALIZE-PROGRAM OPENS IT FOR I-O, SO A BAD SESSION DOESN'T
      * COST US A DAY'S WORTH OF PARKING HISTORY WITH NO WAY BACK.
      * NOTHING TO BACK UP YET (FILE STATUS "35") IS NOT AN ERROR.
       BACKUP-PARKING-FILE.
           OPEN INPUT PARKING-FILE
           IF WS-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STRING "PARKING-BACKUP-" DELIMITED BY SIZE
                      WS-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-MONTH DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-DAY DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-BACKUP-FILENAME
               END-STRING

               OPEN OUTPUT BACKUP-FILE
               IF WS-BACKUP-STATUS = "00"
                   MOVE 0 TO WS-CJN-BACKUP-RECS
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ PARKING-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               MOVE STUDENT-NUMBER
                                   TO BKP-STUDENT-NUMBER
                               MOVE PARK-PLATE-KEY
                                   TO BKP-PLATE-KEY
                               MOVE STUDENT-NAME
                                   TO BKP-STUDENT-NAME
                               MOVE MOTORCYCLE-MODEL
                                   TO BKP-MOTORCYCLE-MODEL
                               MOVE LICENSE-PLATE
                                   TO BKP-LICENSE-PLATE
                               MOVE MOTORCYCLE-COLOR
                                   TO BKP-MOTORCYCLE-COLOR
                               MOVE VEHICLE-TYPE
                                   TO BKP-VEHICLE-TYPE
                               MOVE LOT-ID
                                   TO BKP-LOT-ID
                               MOVE TIME-OF-ENTRY
                                   TO BKP-TIME-OF-ENTRY
                               MOVE TIME-OF-EXIT
                                   TO BKP-TIME-OF-EXIT
                               MOVE FEE-AMOUNT
                                   TO BKP-FEE-AMOUNT
                               MOVE PAID-THROUGH
                                   TO BKP-PAID-THROUGH
                               MOVE PREPAID-AMOUNT
                                   TO BKP-PREPAID-AMOUNT
                               WRITE BACKUP-RECORD
                               ADD 1 TO WS-CJN-BACKUP-RECS
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-FILE
      * MARK WHERE IN THE CHANGE JOURNAL THIS BACKUP STANDS, SO A
      * RESTORE OF IT KNOWS WHICH CHANGES TO REPLAY
                   MOVE "BKP" TO WS-CJN-ACTION
                   PERFORM APPEND-PARKING-JOURNAL
               ELSE
                   STRING "Backup Open Error: " WS-BACKUP-STATUS
                       INTO WS-FILE-ERROR
                   MOVE "BACKUP-PARKING-FILE" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-IF
           CLOSE PARKING-FILE
           .

      * THREE CLERKS SHARE THIS TERMINAL ACROSS SHIFTS - EVERY SESSION
      * STARTS BY IDENTIFYING WHO IS AT THE KEYBOARD SO THE AUDIT TRAIL
      * NAMES A PERSON, NOT A TERMINAL. AN EMPTY/MISSING OPERATOR FILE
      * (FIRST EVER RUN) BOOTSTRAPS BY REGISTERING THE FIRST OPERATOR
      * AS A SUPERVISOR, OTHERWISE NOBODY COULD EVER SIGN ON.
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGNED-ON
      * OPEN I-O, NOT INPUT - FAILED TRIES AND LOCKOUTS ARE WRITTEN
      * BACK AS THEY HAPPEN, SO THE AUDIT TRAIL HANGS OFF A SIGN-ON
      * SOMEBODY ACTUALLY HAD TO PROVE
           OPEN I-O OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "35"
               DISPLAY "No operators on file - registering the first "
                       "operator as supervisor."
               PERFORM REGISTER-FIRST-OPERATOR
               EXIT PARAGRAPH
           END-IF
      * A "39" IS AN OPERATOR FILE STILL ON THE PRE-CREDENTIAL
      * LAYOUT. NOBODY COULD EVER REACH THE LAYOUT CONVERSION OPTION
      * IF SIGN-ON DIED HERE, SO A PRE-CHANGE FILE GETS THE
      * PRE-CHANGE SIGN-ON (ID ONLY) UNTIL THE CONVERSION IS RUN
           IF WS-OPERATOR-STATUS = "39"
               DISPLAY "Operator file is on an old record layout - "
                       "signing on without credentials. Run the "
                       "Convert Files To Current Layout option now."
               PERFORM LEGACY-OPERATOR-SIGN-ON
               EXIT PARAGRAPH
           END-IF
           IF WS-OPERATOR-STATUS NOT = "00"
               STRING "Operator Open Error: " WS-OPERATOR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "OPERATOR-SIGN-ON" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SIGNED-ON = 'Y'
               DISPLAY "Operator Sign-On - Enter Clerk ID "
                       "(or 99 to quit): " WITH NO ADVANCING
               ACCEPT WS-OPR-ID-IN
               MOVE FUNCTION UPPER-CASE(WS-OPR-ID-IN)
                   TO WS-OPR-ID-IN
               IF WS-OPR-ID-IN = "99"
                   CLOSE OPERATOR-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OPR-ID-IN TO OPR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "Unknown Clerk ID - try again."
                   NOT INVALID KEY
                       PERFORM VERIFY-OPERATOR-CREDENTIAL
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           .

      * THE PRE-CREDENTIAL SIGN-ON, READ THROUGH THE OLD OPERATOR
      * LAYOUT - ONLY EVER REACHED WHEN THE FILE ITSELF PREDATES
      * CREDENTIALS, AND ONLY UNTIL THE LAYOUT CONVERSION IS RUN
       LEGACY-OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-OLD-FILE
           IF WS-OLDO-STATUS NOT = "00"
               DISPLAY "Operator file could not be read on either "
                       "layout (status " WS-OLDO-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SIGNED-ON = 'Y'
               DISPLAY "Operator Sign-On - Enter Clerk ID "
                       "(or 99 to quit): " WITH NO ADVANCING
               ACCEPT WS-OPR-ID-IN
               MOVE FUNCTION UPPER-CASE(WS-OPR-ID-IN)
                   TO WS-OPR-ID-IN
               IF WS-OPR-ID-IN = "99"
                   CLOSE OPERATOR-OLD-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OPR-ID-IN TO OLDO-ID
               READ OPERATOR-OLD-FILE
                   INVALID KEY
                       DISPLAY "Unknown Clerk ID - try again."
                   NOT INVALID KEY
                       MOVE OLDO-ID TO WS-OPERATOR-ID
                       MOVE OLDO-NAME TO WS-OPERATOR-NAME
                       MOVE OLDO-SUPERVISOR TO WS-OPERATOR-SUPER
                       MOVE 'Y' TO WS-SIGNED-ON
                       DISPLAY "Signed on: "
                               FUNCTION TRIM(WS-OPERATOR-NAME)
               END-READ
           END-PERFORM
           CLOSE OPERATOR-OLD-FILE
           .

      * VERIFIES THE CLERK'S PASSWORD WITH A RETRY LIMIT. THREE WRONG
      * TRIES LOCK THE ID (AND SAY SO ON THE AUDIT TRAIL) UNTIL A
      * SUPERVISOR RESETS IT; A RECORD WITH NO PASSWORD YET, OR ONE
      * FLAGGED BY A RESET, FORCES A CHANGE BEFORE THE MENU APPEARS
       VERIFY-OPERATOR-CREDENTIAL.
           IF OPR-LOCKED = 'Y'
               DISPLAY "This ID is locked - ask a supervisor to "
                       "reset the credential."
               EXIT PARAGRAPH
           END-IF
      * A RECORD FROM BEFORE CREDENTIALS EXISTED CARRIES NO PASSWORD
      * - THE FIRST SIGN-ON SETS ONE
           IF OPR-PASSWORD = SPACES
               DISPLAY "No credential on file for this ID - set one "
                       "now."
               PERFORM FORCE-PASSWORD-CHANGE
               IF WS-PASS-CHANGED = 'Y'
                   PERFORM COMPLETE-SIGN-ON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNED-ON = 'Y'
                   OR OPR-LOCKED = 'Y'
                   OR WS-SIGNON-TRIES >= WS-SIGNON-LIMIT
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-OPR-PASS-IN
               IF WS-OPR-PASS-IN = OPR-PASSWORD
                   MOVE 0 TO OPR-FAILED-TRIES
                   REWRITE OPERATOR-RECORD
                   IF OPR-MUST-CHANGE = 'Y'
                       DISPLAY "A password change is required before "
                               "you can continue."
                       PERFORM FORCE-PASSWORD-CHANGE
                       IF WS-PASS-CHANGED = 'Y'
                           PERFORM COMPLETE-SIGN-ON
                       END-IF
                   ELSE
                       PERFORM COMPLETE-SIGN-ON
                   END-IF
                   IF WS-SIGNED-ON = 'N'
                       MOVE WS-SIGNON-LIMIT TO WS-SIGNON-TRIES
                   END-IF
               ELSE
                   DISPLAY "Wrong password."
                   ADD 1 TO OPR-FAILED-TRIES
                   IF OPR-FAILED-TRIES >= WS-SIGNON-LIMIT
                       MOVE 'Y' TO OPR-LOCKED
                       DISPLAY "ID locked after repeated failures - "
                               "ask a supervisor to reset it."
                   END-IF
                   REWRITE OPERATOR-RECORD
                   IF OPR-LOCKED = 'Y'
                       MOVE SPACES TO STUDENT-NUMBER
                       MOVE "OPR-LOCK" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE OPR-ID TO WS-AUDIT-AFTER
                       PERFORM APPEND-AUDIT-RECORD
                   END-IF
               END-IF
           END-PERFORM
           .

      * TAKES A NEW PASSWORD TWICE AND WRITES IT BACK, CLEARING ANY
      * LOCK AND THE FORCED-CHANGE FLAG. WS-PASS-CHANGED REPORTS THE
      * OUTCOME
       FORCE-PASSWORD-CHANGE.
           MOVE 'N' TO WS-PASS-CHANGED
           DISPLAY "New Password: " WITH NO ADVANCING
           ACCEPT WS-OPR-PASS-IN
           DISPLAY "Retype New Password: " WITH NO ADVANCING
           ACCEPT WS-OPR-PASS2-IN
           IF WS-OPR-PASS-IN = SPACES
               DISPLAY "Password may not be blank."
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-PASS-IN NOT = WS-OPR-PASS2-IN
               DISPLAY "Passwords do not match."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPR-PASS-IN TO OPR-PASSWORD
           MOVE 'N' TO OPR-MUST-CHANGE
           MOVE 0 TO OPR-FAILED-TRIES
           MOVE 'N' TO OPR-LOCKED
           REWRITE OPERATOR-RECORD
           IF WS-OPERATOR-STATUS = "00"
               MOVE 'Y' TO WS-PASS-CHANGED
               DISPLAY "Password changed."
           ELSE
               STRING "Operator Rewrite Error: " WS-OPERATOR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "FORCE-PASSWORD-CHANGE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * CARRIES THE VERIFIED CLERK INTO THE SESSION
       COMPLETE-SIGN-ON.
           MOVE OPR-ID TO WS-OPERATOR-ID
           MOVE OPR-NAME TO WS-OPERATOR-NAME
           MOVE OPR-SUPERVISOR TO WS-OPERATOR-SUPER
           MOVE 'Y' TO WS-SIGNED-ON
           DISPLAY "Signed on: " FUNCTION TRIM(WS-OPERATOR-NAME)
           .

      * FIRST-RUN BOOTSTRAP - CREATES THE OPERATOR FILE AND RECORDS
      * THE SUPERVISOR WHO WILL REGISTER EVERYONE ELSE
       REGISTER-FIRST-OPERATOR.
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               STRING "Operator Create Error: " WS-OPERATOR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REGISTER-FIRST-OPERATOR" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Clerk ID: " WITH NO ADVANCING
           ACCEPT WS-OPR-ID-IN
           MOVE FUNCTION UPPER-CASE(WS-OPR-ID-IN) TO WS-OPR-ID-IN
           DISPLAY "Enter Clerk Name: " WITH NO ADVANCING
           ACCEPT WS-OPR-NAME-IN
           DISPLAY "Enter Password: " WITH NO ADVANCING
           ACCEPT WS-OPR-PASS-IN
           MOVE WS-OPR-ID-IN TO OPR-ID
           MOVE WS-OPR-NAME-IN TO OPR-NAME
           MOVE 'Y' TO OPR-SUPERVISOR
           MOVE WS-OPR-PASS-IN TO OPR-PASSWORD
           MOVE 0 TO OPR-FAILED-TRIES
           MOVE 'N' TO OPR-LOCKED
           MOVE 'N' TO OPR-MUST-CHANGE
           WRITE OPERATOR-RECORD
           IF WS-OPERATOR-STATUS NOT = "00"
               STRING "Operator Write Error: " WS-OPERATOR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REGISTER-FIRST-OPERATOR" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE OPERATOR-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE OPERATOR-FILE
           MOVE WS-OPR-ID-IN TO WS-OPERATOR-ID
           MOVE WS-OPR-NAME-IN TO WS-OPERATOR-NAME
           MOVE 'Y' TO WS-OPERATOR-SUPER
           MOVE 'Y' TO WS-SIGNED-ON
           DISPLAY "Signed on: " FUNCTION TRIM(WS-OPERATOR-NAME)
                   " (supervisor)"
           .

      * SETS WS-SUPERVISOR-OK FROM THE SIGNED-ON OPERATOR'S FLAG AND
      * TELLS THE CLERK OFF WHEN THE OPTION IS ABOVE THEIR GRADE.
      * PERFORMED AT THE TOP OF EVERY SENSITIVE MENU OPTION
       CHECK-SUPERVISOR.
           IF WS-OPERATOR-SUPER = 'Y'
               MOVE 'Y' TO WS-SUPERVISOR-OK
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OK
               DISPLAY "This option requires a supervisor sign-on."
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - ADDS A CLERK OR CHANGES AN EXISTING
      * CLERK'S NAME/SUPERVISOR FLAG
       OPERATOR-MAINTENANCE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               STRING "Operator Open Error: " WS-OPERATOR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "OPERATOR-MAINTENANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Clerk ID: " WITH NO ADVANCING
           ACCEPT WS-OPR-ID-IN
           MOVE FUNCTION UPPER-CASE(WS-OPR-ID-IN) TO WS-OPR-ID-IN
           DISPLAY "Enter Clerk Name: " WITH NO ADVANCING
           ACCEPT WS-OPR-NAME-IN
           DISPLAY "Supervisor? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-OPR-SUPER-IN
           MOVE FUNCTION UPPER-CASE(WS-OPR-SUPER-IN)
               TO WS-OPR-SUPER-IN
           IF WS-OPR-SUPER-IN NOT = 'Y'
               MOVE 'N' TO WS-OPR-SUPER-IN
           END-IF

           MOVE WS-OPR-ID-IN TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE WS-OPR-ID-IN TO OPR-ID
                   MOVE WS-OPR-NAME-IN TO OPR-NAME
                   MOVE WS-OPR-SUPER-IN TO OPR-SUPERVISOR
      * A NEW CLERK STARTS ON A TEMPORARY PASSWORD THEY MUST CHANGE
      * AT FIRST SIGN-ON
                   DISPLAY "Temporary Password: " WITH NO ADVANCING
                   ACCEPT WS-OPR-PASS-IN
                   MOVE WS-OPR-PASS-IN TO OPR-PASSWORD
                   MOVE 0 TO OPR-FAILED-TRIES
                   MOVE 'N' TO OPR-LOCKED
                   MOVE 'Y' TO OPR-MUST-CHANGE
                   WRITE OPERATOR-RECORD
                   DISPLAY "Operator " WS-OPR-ID-IN " added."
               NOT INVALID KEY
                   MOVE WS-OPR-NAME-IN TO OPR-NAME
                   MOVE WS-OPR-SUPER-IN TO OPR-SUPERVISOR
      * THE SUPERVISOR RESET PATH FOR A FORGOTTEN PASSWORD OR A
      * LOCKED ID - A FRESH TEMPORARY PASSWORD, UNLOCKED, AND A
      * FORCED CHANGE AT THE CLERK'S NEXT SIGN-ON
                   DISPLAY "Reset credential and unlock? (Y/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-YN
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN)
                       TO WS-CONFIRM-YN
                   IF WS-CONFIRM-YN = "Y"
                       DISPLAY "Temporary Password: "
                               WITH NO ADVANCING
                       ACCEPT WS-OPR-PASS-IN
                       MOVE WS-OPR-PASS-IN TO OPR-PASSWORD
                       MOVE 0 TO OPR-FAILED-TRIES
                       MOVE 'N' TO OPR-LOCKED
                       MOVE 'Y' TO OPR-MUST-CHANGE
                       MOVE SPACES TO STUDENT-NUMBER
                       MOVE "OPR-RESET" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE WS-OPR-ID-IN TO WS-AUDIT-AFTER
                       PERFORM APPEND-AUDIT-RECORD
                   END-IF
                   REWRITE OPERATOR-RECORD
                   DISPLAY "Operator " WS-OPR-ID-IN " updated."
           END-READ
           IF WS-OPERATOR-STATUS NOT = "00"
               STRING "Operator Write Error: " WS-OPERATOR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "OPERATOR-MAINTENANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE OPERATOR-FILE
           .

      * BUILDS "PARKING-BACKUP-YYYY-MM-DD.dat" INTO WS-BACKUP-FILENAME
      * FROM THE YYYYMMDD SITTING IN WS-RESTORE-YMD, SHARED BY THE
      * RESTORE LISTING, THE RESTORE ITSELF, AND THE RETENTION SWEEP
       BUILD-BACKUP-FILENAME-FOR-DATE.
           STRING "PARKING-BACKUP-" DELIMITED BY SIZE
                  WS-RESTORE-YMD(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RESTORE-YMD(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RESTORE-YMD(7:2) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-BACKUP-FILENAME
           END-STRING
           .

      * PRUNES DATE-STAMPED BACKUPS OLDER THAN THE CONFIGURED
      * RETENTION (BACKUP-RETENTION DAYS, DEFAULT 30) SO THE DIRECTORY
      * STOPS GROWING FOREVER. RUNS AT EVERY SESSION START, RIGHT
      * AFTER THE DAY'S BACKUP IS TAKEN; SWEEPS A YEAR PAST THE
      * CUTOFF, WHICH COVERS ANYTHING AN UNSWEPT INSTALLATION HAS
      * ACCUMULATED
       SWEEP-OLD-BACKUPS.
           MOVE 0 TO WS-SWEEP-DELETED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
           COMPUTE WS-SWEEP-OFFSET = WS-RETENTION-DAYS + 1
           COMPUTE WS-SWEEP-LIMIT = WS-RETENTION-DAYS + 365
           PERFORM UNTIL WS-SWEEP-OFFSET > WS-SWEEP-LIMIT
               COMPUTE WS-RESTORE-INT =
                   WS-TODAY-INT - WS-SWEEP-OFFSET
               MOVE FUNCTION DATE-OF-INTEGER(WS-RESTORE-INT)
                   TO WS-RESTORE-YMD
               PERFORM BUILD-BACKUP-FILENAME-FOR-DATE
               OPEN INPUT BACKUP-FILE
               IF WS-BACKUP-STATUS = "00"
                   CLOSE BACKUP-FILE
                   CALL "CBL_DELETE_FILE" USING WS-BACKUP-FILENAME
                   ADD 1 TO WS-SWEEP-DELETED
               END-IF
               ADD 1 TO WS-SWEEP-OFFSET
           END-PERFORM
           IF WS-SWEEP-DELETED > 0
               DISPLAY WS-SWEEP-DELETED " old backup file(s) pruned "
                       "(retention " WS-RETENTION-DAYS " days)."
           END-IF
           PERFORM PRUNE-PARKING-JOURNAL
           .

      * MENU OPTION (SUPERVISOR) - YEAR-END ARCHIVAL FOR THE APPEND-
      * ONLY LOGS. EACH LOG'S LINES OLDER THAN ITS CONFIGURED
      * RETENTION ROLL INTO A DATED ARCHIVE FILE AND THE LIVE LOG IS
      * REWRITTEN WITH WHAT REMAINS, SO FOUR YEARS OF AUDIT TRAIL
      * STOP SLOWING EVERY APPEND-AND-SCAN. AN AUDIT LINE WHOSE
      * STUDENT IS STILL UNDER AN ACTIVE HOLD (AN OPEN INVESTIGATION)
      * IS KEPT LIVE WHATEVER ITS AGE, AND A RECEIPT STILL CARRYING A
      * BALANCE IS NEVER PURGED
       YEAR-END-LOG-ARCHIVAL.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Run the year-end log archival now? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Archival cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
           MOVE 0 TO WS-LOGARC-TOTAL
           PERFORM ARCHIVE-AUDIT-LOG
           PERFORM ARCHIVE-ALERT-LOG
           PERFORM ARCHIVE-ERROR-LOG
           PERFORM ARCHIVE-CASHUP-LOG
           PERFORM ARCHIVE-SETTLED-PAYMENTS
           DISPLAY "Log archival complete - " WS-LOGARC-TOTAL
                   " line(s)/record(s) archived in total."
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "LOGARCH" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "ARCHIVED:" WS-LOGARC-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * TURNS WS-LOGARC-RETDAYS INTO THE CUTOFF DATE - LINES DATED
      * BEFORE IT ARE OLD ENOUGH TO ARCHIVE
       COMPUTE-LOGARC-CUTOFF.
           COMPUTE WS-RESTORE-INT = WS-TODAY-INT - WS-LOGARC-RETDAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-RESTORE-INT)
               TO WS-RESTORE-YMD
           MOVE SPACES TO WS-LOGARC-CUTOFF
           STRING WS-RESTORE-YMD(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RESTORE-YMD(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RESTORE-YMD(7:2) DELIMITED BY SIZE
                  INTO WS-LOGARC-CUTOFF
           END-STRING
           .

      * THE AUDIT TRAIL - AGED LINES GO TO THE DATED ARCHIVE UNLESS
      * THE STUDENT ON THE LINE IS STILL UNDER AN ACTIVE HOLD
       ARCHIVE-AUDIT-LOG.
           MOVE WS-RET-AUDIT TO WS-LOGARC-RETDAYS
           PERFORM COMPUTE-LOGARC-CUTOFF
           MOVE SPACES TO WS-LOGARC-FILENAME
           STRING "PARKING-AUDIT-ARCHIVE-" DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LOGARC-FILENAME
           END-STRING
           MOVE 0 TO WS-LOGARC-ARCHIVED
           MOVE 0 TO WS-LOGARC-PROTECTED
           MOVE 0 TO WS-LOGARC-KEPT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LOGARC-FILE
           IF WS-LOGARC-STATUS = "35"
               OPEN OUTPUT LOGARC-FILE
               CLOSE LOGARC-FILE
               OPEN EXTEND LOGARC-FILE
           END-IF
           OPEN OUTPUT LOGWORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM DISPOSE-ONE-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           CLOSE LOGARC-FILE
           CLOSE LOGWORK-FILE

           OPEN OUTPUT AUDIT-FILE
           OPEN INPUT LOGWORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ LOGWORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE LOGWORK-RECORD TO AUDIT-RECORD
                       WRITE AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE LOGWORK-FILE
           CLOSE AUDIT-FILE
           DISPLAY "Audit log: " WS-LOGARC-ARCHIVED " archived, "
                   WS-LOGARC-KEPT " kept ("
                   WS-LOGARC-PROTECTED " under investigation)."
           ADD WS-LOGARC-ARCHIVED TO WS-LOGARC-TOTAL
           .

      * AGE AND INVESTIGATION DISPOSITION FOR ONE AUDIT LINE
       DISPOSE-ONE-AUDIT-LINE.
           IF AUDIT-RECORD(1:10) >= WS-LOGARC-CUTOFF
               MOVE AUDIT-RECORD TO LOGWORK-RECORD
               WRITE LOGWORK-RECORD
               ADD 1 TO WS-LOGARC-KEPT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BLACKLISTED
           IF AUDIT-RECORD(42:11) NOT = SPACES
               MOVE AUDIT-RECORD(42:11) TO WS-STUDENT-NUMBER
               PERFORM CHECK-BLACKLIST
           END-IF
           IF WS-BLACKLISTED = 'Y'
               MOVE AUDIT-RECORD TO LOGWORK-RECORD
               WRITE LOGWORK-RECORD
               ADD 1 TO WS-LOGARC-KEPT
               ADD 1 TO WS-LOGARC-PROTECTED
           ELSE
               MOVE AUDIT-RECORD TO LOGARC-RECORD
               WRITE LOGARC-RECORD
               ADD 1 TO WS-LOGARC-ARCHIVED
           END-IF
           .

      * THE SECURITY ALERT LOG
       ARCHIVE-ALERT-LOG.
           MOVE WS-RET-ALERTS TO WS-LOGARC-RETDAYS
           PERFORM COMPUTE-LOGARC-CUTOFF
           MOVE SPACES TO WS-LOGARC-FILENAME
           STRING "SECURITY-ALERTS-ARCHIVE-" DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LOGARC-FILENAME
           END-STRING
           MOVE 0 TO WS-LOGARC-ARCHIVED
           MOVE 0 TO WS-LOGARC-KEPT
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LOGARC-FILE
           IF WS-LOGARC-STATUS = "35"
               OPEN OUTPUT LOGARC-FILE
               CLOSE LOGARC-FILE
               OPEN EXTEND LOGARC-FILE
           END-IF
           OPEN OUTPUT LOGWORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF ALERT-RECORD(1:10) < WS-LOGARC-CUTOFF
                           MOVE ALERT-RECORD TO LOGARC-RECORD
                           WRITE LOGARC-RECORD
                           ADD 1 TO WS-LOGARC-ARCHIVED
                       ELSE
                           MOVE ALERT-RECORD TO LOGWORK-RECORD
                           WRITE LOGWORK-RECORD
                           ADD 1 TO WS-LOGARC-KEPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           CLOSE LOGARC-FILE
           CLOSE LOGWORK-FILE

           OPEN OUTPUT ALERT-FILE
           OPEN INPUT LOGWORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ LOGWORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE LOGWORK-RECORD TO ALERT-RECORD
                       WRITE ALERT-RECORD
               END-READ
           END-PERFORM
           CLOSE LOGWORK-FILE
           CLOSE ALERT-FILE
           DISPLAY "Alert log: " WS-LOGARC-ARCHIVED " archived, "
                   WS-LOGARC-KEPT " kept."
           ADD WS-LOGARC-ARCHIVED TO WS-LOGARC-TOTAL
           .

      * THE FILE-ERROR LOG
       ARCHIVE-ERROR-LOG.
           MOVE WS-RET-ERRORS TO WS-LOGARC-RETDAYS
           PERFORM COMPUTE-LOGARC-CUTOFF
           MOVE SPACES TO WS-LOGARC-FILENAME
           STRING "PARKING-ERRORS-ARCHIVE-" DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LOGARC-FILENAME
           END-STRING
           MOVE 0 TO WS-LOGARC-ARCHIVED
           MOVE 0 TO WS-LOGARC-KEPT
           OPEN INPUT ERROR-FILE
           IF WS-ERROR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LOGARC-FILE
           IF WS-LOGARC-STATUS = "35"
               OPEN OUTPUT LOGARC-FILE
               CLOSE LOGARC-FILE
               OPEN EXTEND LOGARC-FILE
           END-IF
           OPEN OUTPUT LOGWORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ERROR-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF ERROR-RECORD(1:10) < WS-LOGARC-CUTOFF
                           MOVE ERROR-RECORD TO LOGARC-RECORD
                           WRITE LOGARC-RECORD
                           ADD 1 TO WS-LOGARC-ARCHIVED
                       ELSE
                           MOVE ERROR-RECORD TO LOGWORK-RECORD
                           WRITE LOGWORK-RECORD
                           ADD 1 TO WS-LOGARC-KEPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERROR-FILE
           CLOSE LOGARC-FILE
           CLOSE LOGWORK-FILE

           OPEN OUTPUT ERROR-FILE
           OPEN INPUT LOGWORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ LOGWORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE LOGWORK-RECORD TO ERROR-RECORD
                       WRITE ERROR-RECORD
               END-READ
           END-PERFORM
           CLOSE LOGWORK-FILE
           CLOSE ERROR-FILE
           DISPLAY "Error log: " WS-LOGARC-ARCHIVED " archived, "
                   WS-LOGARC-KEPT " kept."
           ADD WS-LOGARC-ARCHIVED TO WS-LOGARC-TOTAL
           .

      * THE DAILY CASH-UP LOG
       ARCHIVE-CASHUP-LOG.
           MOVE WS-RET-CASHUP TO WS-LOGARC-RETDAYS
           PERFORM COMPUTE-LOGARC-CUTOFF
           MOVE SPACES TO WS-LOGARC-FILENAME
           STRING "PARKING-CASHUP-ARCHIVE-" DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LOGARC-FILENAME
           END-STRING
           MOVE 0 TO WS-LOGARC-ARCHIVED
           MOVE 0 TO WS-LOGARC-KEPT
           OPEN INPUT CASHUP-FILE
           IF WS-CASHUP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LOGARC-FILE
           IF WS-LOGARC-STATUS = "35"
               OPEN OUTPUT LOGARC-FILE
               CLOSE LOGARC-FILE
               OPEN EXTEND LOGARC-FILE
           END-IF
           OPEN OUTPUT LOGWORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CASHUP-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF CASHUP-RECORD(1:10) < WS-LOGARC-CUTOFF
                           MOVE CASHUP-RECORD TO LOGARC-RECORD
                           WRITE LOGARC-RECORD
                           ADD 1 TO WS-LOGARC-ARCHIVED
                       ELSE
                           MOVE CASHUP-RECORD TO LOGWORK-RECORD
                           WRITE LOGWORK-RECORD
                           ADD 1 TO WS-LOGARC-KEPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASHUP-FILE
           CLOSE LOGARC-FILE
           CLOSE LOGWORK-FILE

           OPEN OUTPUT CASHUP-FILE
           OPEN INPUT LOGWORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ LOGWORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE LOGWORK-RECORD TO CASHUP-RECORD
                       WRITE CASHUP-RECORD
               END-READ
           END-PERFORM
           CLOSE LOGWORK-FILE
           CLOSE CASHUP-FILE
           DISPLAY "Cash-up log: " WS-LOGARC-ARCHIVED " archived, "
                   WS-LOGARC-KEPT " kept."
           ADD WS-LOGARC-ARCHIVED TO WS-LOGARC-TOTAL
           .

      * SETTLED RECEIPTS PAST RETENTION MOVE TO A DATED ARCHIVE AND
      * COME OFF THE LIVE FILE. A RECEIPT STILL CARRYING A BALANCE IS
      * NEVER PURGED, WHATEVER ITS AGE
       ARCHIVE-SETTLED-PAYMENTS.
           MOVE WS-RET-PAYMENTS TO WS-LOGARC-RETDAYS
           PERFORM COMPUTE-LOGARC-CUTOFF
           MOVE SPACES TO WS-LOGARC-FILENAME
           STRING "PARKING-PAYMENTS-ARCHIVE-" DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LOGARC-FILENAME
           END-STRING
           MOVE 0 TO WS-LOGARC-ARCHIVED
           MOVE 0 TO WS-LOGARC-PROTECTED
           MOVE 0 TO WS-PAYARC-MAX
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LOGARC-FILE
           IF WS-LOGARC-STATUS = "35"
               OPEN OUTPUT LOGARC-FILE
               CLOSE LOGARC-FILE
               OPEN EXTEND LOGARC-FILE
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF PAY-DATE < WS-LOGARC-CUTOFF
                           IF PAY-BALANCE = 0
                               PERFORM ARCHIVE-ONE-PAYMENT
                           ELSE
                               ADD 1 TO WS-LOGARC-PROTECTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOGARC-FILE
           CLOSE PAYMENT-FILE
           DISPLAY "Settled payments: " WS-LOGARC-ARCHIVED
                   " archived, " WS-LOGARC-PROTECTED
                   " aged but unsettled - kept."
           ADD WS-LOGARC-ARCHIVED TO WS-LOGARC-TOTAL
      * REMEMBER HOW FAR UP THE RECEIPT SEQUENCE THE ARCHIVE NOW
      * REACHES, SO THE NIGHTLY GAP CHECK STOPS REPORTING ARCHIVED
      * RANGES AS MISSING RECEIPTS
           IF WS-PAYARC-MAX > WS-ARCHIVED-THRU-RCPT
               MOVE WS-PAYARC-MAX TO WS-ARCHIVED-THRU-RCPT
               MOVE "ARCHIVED-THRU-RCPT" TO WS-CFG-SEARCH-KEY
               MOVE WS-PAYARC-MAX TO WS-RECEIPT-DISPLAY
               MOVE SPACES TO WS-CFG-SEARCH-VALUE
               MOVE WS-RECEIPT-DISPLAY TO WS-CFG-SEARCH-VALUE
               PERFORM UPDATE-CONFIG-KEY
           END-IF
           .

      * ONE SETTLED RECEIPT OUT TO THE ARCHIVE AS A READABLE LINE
       ARCHIVE-ONE-PAYMENT.
           MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
           MOVE PAY-AMOUNT-PAID TO WS-FEE-DISPLAY
           MOVE SPACES TO LOGARC-RECORD
           STRING WS-RECEIPT-DISPLAY " | "
                  PAY-STUDENT-NUMBER " | "
                  PAY-DATE " " PAY-TIME " | PAID: "
                  WS-FEE-DISPLAY " | "
                  PAY-STATUS " | "
                  PAY-REVENUE-TYPE " | "
                  PAY-TENDER-TYPE
                  DELIMITED BY SIZE
                  INTO LOGARC-RECORD
           END-STRING
           WRITE LOGARC-RECORD
           IF WS-LOGARC-STATUS = "00"
               IF PAY-RECEIPT-NUMBER > WS-PAYARC-MAX
                   MOVE PAY-RECEIPT-NUMBER TO WS-PAYARC-MAX
               END-IF
               DELETE PAYMENT-FILE RECORD
               ADD 1 TO WS-LOGARC-ARCHIVED
           END-IF
           .

      * COUNTS THE RECORDS IN THE BACKUP FILE NAMED BY
      * WS-BACKUP-FILENAME SO THE CLERK CAN SANITY-CHECK A RESTORE
      * BEFORE COMMITTING TO IT
       COUNT-BACKUP-RECORDS.
           MOVE 0 TO WS-BACKUP-REC-COUNT
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ BACKUP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-BACKUP-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           .

      * COUNTS THE RECORDS IN THE CURRENT PERIOD'S LIVE FILE FOR THE
      * SAME PRE-RESTORE COMPARISON. LEAVES THE FILE OPEN I-O AS THE
      * SESSION EXPECTS
       COUNT-LIVE-RECORDS.
           MOVE 0 TO WS-LIVE-REC-COUNT
           CLOSE PARKING-FILE
           OPEN INPUT PARKING-FILE
           IF WS-FILE-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PARKING-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LIVE-REC-COUNT
                   END-READ
               END-PERFORM
               CLOSE PARKING-FILE
           END-IF
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "COUNT-LIVE-RECORDS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - THE WAY BACK THAT BACKUP-PARKING-
      * FILE NEVER HAD. LISTS THE DATE-STAMPED BACKUPS STILL INSIDE
      * THE RETENTION WINDOW, SHOWS RECORD COUNTS FOR THE CHOSEN
      * BACKUP AGAINST THE LIVE FILE, RESTORES ONLY AFTER AN EXPLICIT
      * CONFIRMATION, AND LOGS THE RESTORE TO THE AUDIT TRAIL
       RESTORE-FROM-BACKUP.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BACKUP-LISTED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
           DISPLAY "--- Available Backups ---"
           MOVE 0 TO WS-SWEEP-OFFSET
           PERFORM UNTIL WS-SWEEP-OFFSET > WS-RETENTION-DAYS
               COMPUTE WS-RESTORE-INT =
                   WS-TODAY-INT - WS-SWEEP-OFFSET
               MOVE FUNCTION DATE-OF-INTEGER(WS-RESTORE-INT)
                   TO WS-RESTORE-YMD
               PERFORM BUILD-BACKUP-FILENAME-FOR-DATE
               OPEN INPUT BACKUP-FILE
               IF WS-BACKUP-STATUS = "00"
                   CLOSE BACKUP-FILE
                   DISPLAY "  " WS-RESTORE-YMD(1:4) "-"
                           WS-RESTORE-YMD(5:2) "-"
                           WS-RESTORE-YMD(7:2)
                   ADD 1 TO WS-BACKUP-LISTED
               END-IF
               ADD 1 TO WS-SWEEP-OFFSET
           END-PERFORM
           IF WS-BACKUP-LISTED = 0
               DISPLAY "No backup files found."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Restore from backup date (YYYY-MM-DD): "
                   WITH NO ADVANCING
           ACCEPT WS-RESTORE-DATE-IN
           STRING "PARKING-BACKUP-" DELIMITED BY SIZE
                  WS-RESTORE-DATE-IN DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-BACKUP-FILENAME
           END-STRING
           PERFORM COUNT-BACKUP-RECORDS
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "Backup for " WS-RESTORE-DATE-IN
                       " could not be opened."
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-LIVE-RECORDS
           DISPLAY "Backup records: " WS-BACKUP-REC-COUNT
                   "   Live records: " WS-LIVE-REC-COUNT
           DISPLAY "Replace the live file " WS-PARKING-FILENAME
                   " with this backup? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Restore cancelled."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RESTORE-COUNT
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               STRING "Backup Open Error: " WS-BACKUP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "RESTORE-FROM-BACKUP" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           CLOSE PARKING-FILE
           OPEN OUTPUT PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Restore Open Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "RESTORE-FROM-BACKUP" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE BACKUP-FILE
               OPEN I-O PARKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ BACKUP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE BKP-STUDENT-NUMBER TO STUDENT-NUMBER
                       MOVE BKP-PLATE-KEY TO PARK-PLATE-KEY
                       MOVE BKP-STUDENT-NAME TO STUDENT-NAME
                       MOVE BKP-MOTORCYCLE-MODEL TO MOTORCYCLE-MODEL
                       MOVE BKP-LICENSE-PLATE TO LICENSE-PLATE
                       MOVE BKP-MOTORCYCLE-COLOR TO MOTORCYCLE-COLOR
                       MOVE BKP-VEHICLE-TYPE TO VEHICLE-TYPE
                       MOVE BKP-LOT-ID TO LOT-ID
                       MOVE BKP-TIME-OF-ENTRY TO TIME-OF-ENTRY
                       MOVE BKP-TIME-OF-EXIT TO TIME-OF-EXIT
                       MOVE BKP-FEE-AMOUNT TO FEE-AMOUNT
                       MOVE BKP-PAID-THROUGH TO PAID-THROUGH
                       MOVE BKP-PREPAID-AMOUNT TO PREPAID-AMOUNT
                       WRITE PARKING-RECORD
                       IF WS-FILE-STATUS = "00"
                           ADD 1 TO WS-RESTORE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE

           DISPLAY WS-RESTORE-COUNT " record(s) restored from "
                   WS-BACKUP-FILENAME
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "RESTORE" TO WS-AUDIT-ACTION
           MOVE WS-PARKING-FILENAME TO WS-AUDIT-BEFORE
           STRING WS-BACKUP-FILENAME DELIMITED BY SIZE
                  "/RECS:" DELIMITED BY SIZE
                  WS-RESTORE-COUNT DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD

      * THE BACKUP IS THE START OF THE DAY - THE CHANGE JOURNAL BRINGS
      * IT BACK UP TO THE MOMENT THINGS WENT WRONG
           DISPLAY "Roll the restored file forward from the change "
                   "journal? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN = "Y"
               PERFORM FORWARD-RECOVERY-RUN
           END-IF

      * THE RESTORE JUST REPLACED THE SET OF OPEN VISITS, SO THE
      * MAINTAINED OCCUPANCY TALLY THE GATE PATHS TRUST IS STALE -
      * RECOMPUTE IT FROM THE FILES NOW RATHER THAN REFUSING ENTRIES
      * AGAINST PHANTOM OCCUPANCY
           PERFORM REBUILD-OCCUPANCY-TALLY
           DISPLAY "Re-verify numbered slot assignments against the "
                   "slot map - occupants may have changed."
           .

      * MENU OPTION (SUPERVISOR) - APPLIES THE REGISTRAR'S TERM-START
      * EXTRACT TO STUDENT-MASTER.dat AS A BATCH OF ADD/CHANGE/DELETE
      * TRANSACTIONS AND PRINTS A RECONCILIATION REPORT OF EVERYTHING
      * IT DID, INCLUDING ANY DROPPED STUDENT WHO STILL HAS AN OPEN
      * PARKING RECORD OR AN UNEXPIRED HOLD. TERM ROLLOVER BECOMES A
      * TEN-MINUTE BATCH INSTEAD OF A HAND-EDITING SESSION
       LOAD-ROSTER-EXTRACT.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROSTER-ADDED
           MOVE 0 TO WS-ROSTER-CHANGED
           MOVE 0 TO WS-ROSTER-DROPPED
           MOVE 0 TO WS-ROSTER-REJECTED

           OPEN INPUT ROSTER-TRANS-FILE
           IF WS-ROSTER-TRANS-STATUS = "35"
               DISPLAY "No roster extract file (ROSTER-TRANS.dat) "
                       "found."
               EXIT PARAGRAPH
           END-IF
           IF WS-ROSTER-TRANS-STATUS NOT = "00"
               STRING "Roster Trans Open Error: "
                   WS-ROSTER-TRANS-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOAD-ROSTER-EXTRACT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           OPEN I-O STUDENT-MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT STUDENT-MASTER-FILE
               CLOSE STUDENT-MASTER-FILE
               OPEN I-O STUDENT-MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               STRING "Student Master Open Error: " WS-MASTER-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOAD-ROSTER-EXTRACT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE ROSTER-TRANS-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ROSTER-RECON-FILE
           IF WS-ROSTER-RECON-STATUS NOT = "00"
               STRING "Recon Report Open Error: "
                   WS-ROSTER-RECON-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOAD-ROSTER-EXTRACT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE ROSTER-TRANS-FILE
               CLOSE STUDENT-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO RECON-CARRIAGE-CONTROL
           STRING "PUP-TAGUIG STUDENT PARKING SYSTEM - ROSTER LOAD "
                  "RECONCILIATION" DELIMITED BY SIZE
                  INTO RECON-LINE-TEXT
           END-STRING
           WRITE ROSTER-RECON-RECORD
           MOVE ' ' TO RECON-CARRIAGE-CONTROL
           MOVE ALL "-" TO RECON-LINE-TEXT
           WRITE ROSTER-RECON-RECORD

           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ ROSTER-TRANS-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM APPLY-ROSTER-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE ROSTER-TRANS-FILE
           CLOSE STUDENT-MASTER-FILE

           MOVE SPACES TO RECON-LINE-TEXT
           WRITE ROSTER-RECON-RECORD
           STRING "ADDED: " WS-ROSTER-ADDED
                  "   CHANGED: " WS-ROSTER-CHANGED
                  "   DROPPED: " WS-ROSTER-DROPPED
                  "   REJECTED: " WS-ROSTER-REJECTED
                  DELIMITED BY SIZE
                  INTO RECON-LINE-TEXT
           END-STRING
           WRITE ROSTER-RECON-RECORD
           CLOSE ROSTER-RECON-FILE
           DISPLAY "Roster load complete - " WS-ROSTER-ADDED
                   " added, " WS-ROSTER-CHANGED " changed, "
                   WS-ROSTER-DROPPED " dropped, "
                   WS-ROSTER-REJECTED " rejected."
           DISPLAY "Reconciliation written to ROSTER-RECON.rpt"
           .

      * APPLIES ONE EXTRACT TRANSACTION TO THE MASTER ROSTER AND
      * WRITES ITS RECONCILIATION LINE. CALLED WITH STUDENT-MASTER-
      * FILE OPEN I-O AND THE RECON REPORT OPEN OUTPUT
       APPLY-ROSTER-TRANSACTION.
           MOVE RTR-STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               ADD 1 TO WS-ROSTER-REJECTED
               MOVE ' ' TO RECON-CARRIAGE-CONTROL
               STRING "REJECTED " RTR-STUDENT-NUMBER
                      " - INVALID STUDENT NUMBER"
                      DELIMITED BY SIZE
                      INTO RECON-LINE-TEXT
               END-STRING
               WRITE ROSTER-RECON-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE ' ' TO RECON-CARRIAGE-CONTROL
           EVALUATE FUNCTION UPPER-CASE(RTR-ACTION)
               WHEN "A"
                   PERFORM ROSTER-APPLY-ADD
               WHEN "C"
                   PERFORM ROSTER-APPLY-CHANGE
               WHEN "D"
                   PERFORM ROSTER-APPLY-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ROSTER-REJECTED
                   STRING "REJECTED " RTR-STUDENT-NUMBER
                          " - UNKNOWN ACTION '" RTR-ACTION "'"
                          DELIMITED BY SIZE
                          INTO RECON-LINE-TEXT
                   END-STRING
                   WRITE ROSTER-RECON-RECORD
           END-EVALUATE
           .

      * ADD - A STUDENT ALREADY ON THE ROSTER IS APPLIED AS A CHANGE
      * AND SAID SO, SINCE THE EXTRACT IS AUTHORITATIVE EITHER WAY
       ROSTER-APPLY-ADD.
           MOVE 'N' TO RECORD-FOUND
           MOVE RTR-STUDENT-NUMBER TO MST-STUDENT-NUMBER
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = 'Y'
               PERFORM ROSTER-REWRITE-MASTER
           ELSE
               MOVE RTR-STUDENT-NUMBER TO MST-STUDENT-NUMBER
               MOVE RTR-STUDENT-NAME TO MST-STUDENT-NAME
               MOVE RTR-LICENSE-PLATE TO MST-LICENSE-PLATE
               MOVE RTR-MOBILE TO MST-MOBILE
               MOVE RTR-COLLEGE TO MST-COLLEGE
               WRITE STUDENT-MASTER-RECORD
               ADD 1 TO WS-ROSTER-ADDED
               PERFORM CLEAR-ROSTER-DEPARTURE
               STRING "ADDED    " RTR-STUDENT-NUMBER " "
                      RTR-STUDENT-NAME " " RTR-LICENSE-PLATE
                      DELIMITED BY SIZE
                      INTO RECON-LINE-TEXT
               END-STRING
               WRITE ROSTER-RECON-RECORD
           END-IF
           .

      * CHANGE - A STUDENT NOT ON THE ROSTER YET IS APPLIED AS AN ADD
      * AND SAID SO
       ROSTER-APPLY-CHANGE.
           MOVE 'N' TO RECORD-FOUND
           MOVE RTR-STUDENT-NUMBER TO MST-STUDENT-NUMBER
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = 'Y'
               PERFORM ROSTER-REWRITE-MASTER
           ELSE
               MOVE RTR-STUDENT-NUMBER TO MST-STUDENT-NUMBER
               MOVE RTR-STUDENT-NAME TO MST-STUDENT-NAME
               MOVE RTR-LICENSE-PLATE TO MST-LICENSE-PLATE
               MOVE RTR-MOBILE TO MST-MOBILE
               MOVE RTR-COLLEGE TO MST-COLLEGE
               WRITE STUDENT-MASTER-RECORD
               ADD 1 TO WS-ROSTER-ADDED
               PERFORM CLEAR-ROSTER-DEPARTURE
               STRING "ADDED    " RTR-STUDENT-NUMBER
                      " (CHANGE FOR STUDENT NOT ON ROSTER)"
                      DELIMITED BY SIZE
                      INTO RECON-LINE-TEXT
               END-STRING
               WRITE ROSTER-RECON-RECORD
           END-IF
           .

      * SHARED BY ADD-ON-EXISTING AND CHANGE - REWRITES THE MASTER
      * RECORD AND REPORTS THE OLD AND NEW NAME/PLATE SIDE BY SIDE
       ROSTER-REWRITE-MASTER.
           MOVE MST-STUDENT-NAME TO WS-ROSTER-OLD-NAME
           MOVE MST-LICENSE-PLATE TO WS-ROSTER-OLD-PLATE
           MOVE RTR-STUDENT-NAME TO MST-STUDENT-NAME
           MOVE RTR-LICENSE-PLATE TO MST-LICENSE-PLATE
           MOVE RTR-MOBILE TO MST-MOBILE
           MOVE RTR-COLLEGE TO MST-COLLEGE
           REWRITE STUDENT-MASTER-RECORD
           ADD 1 TO WS-ROSTER-CHANGED
           STRING "CHANGED  " RTR-STUDENT-NUMBER " "
                  WS-ROSTER-OLD-NAME "/" WS-ROSTER-OLD-PLATE
                  " -> " RTR-STUDENT-NAME "/" RTR-LICENSE-PLATE
                  DELIMITED BY SIZE
                  INTO RECON-LINE-TEXT
           END-STRING
           WRITE ROSTER-RECON-RECORD
           .

      * DELETE - THE DROP GOES THROUGH (THE REGISTRAR SAYS THEY ARE
      * GONE) BUT A STUDENT STILL PHYSICALLY PARKED OR STILL UNDER AN
      * UNEXPIRED HOLD IS CALLED OUT ON THE REPORT SO OSA AND THE
      * BOOTH CAN CHASE THE LOOSE END
       ROSTER-APPLY-DELETE.
           MOVE 'N' TO RECORD-FOUND
           MOVE RTR-STUDENT-NUMBER TO MST-STUDENT-NUMBER
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = 'N'
               ADD 1 TO WS-ROSTER-REJECTED
               STRING "REJECTED " RTR-STUDENT-NUMBER
                      " - DELETE FOR STUDENT NOT ON ROSTER"
                      DELIMITED BY SIZE
                      INTO RECON-LINE-TEXT
               END-STRING
               WRITE ROSTER-RECON-RECORD
               EXIT PARAGRAPH
           END-IF
           DELETE STUDENT-MASTER-FILE RECORD
           ADD 1 TO WS-ROSTER-DROPPED
           PERFORM RECORD-ROSTER-DEPARTURE
           STRING "DROPPED  " RTR-STUDENT-NUMBER
                  DELIMITED BY SIZE
                  INTO RECON-LINE-TEXT
           END-STRING
           WRITE ROSTER-RECON-RECORD

           MOVE RTR-STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM CHECK-ALREADY-PARKED
           IF RECORD-FOUND = 'Y'
               STRING "  *** " RTR-STUDENT-NUMBER
                      " STILL HAS AN OPEN PARKING RECORD ***"
                      DELIMITED BY SIZE
                      INTO RECON-LINE-TEXT
               END-STRING
               WRITE ROSTER-RECON-RECORD
           END-IF
           PERFORM CHECK-BLACKLIST
           IF WS-BLACKLISTED = 'Y'
               STRING "  *** " RTR-STUDENT-NUMBER
                      " STILL HAS AN UNEXPIRED HOLD ***"
                      DELIMITED BY SIZE
                      INTO RECON-LINE-TEXT
               END-STRING
               WRITE ROSTER-RECON-RECORD
           END-IF

      * A WITHDRAWN STUDENT'S PAID PERMIT IS REVOKED HERE; THE UNUSED
      * FEE WAITS ON THE REVOCATION REGISTER FOR A SUPERVISOR
           MOVE "WITHDRAWN FROM ROSTER" TO WS-PRV-REASON
           MOVE "WITHDRAW" TO WS-PRV-SOURCE
           PERFORM REVOKE-ACTIVE-PERMIT
           IF WS-PRV-DONE = 'Y'
               MOVE WS-PRV-REFUND TO WS-FEE-DISPLAY
               STRING "  *** " RTR-STUDENT-NUMBER
                      " PERMIT REVOKED - UNUSED FEE "
                      WS-FEE-DISPLAY " PENDING ***"
                      DELIMITED BY SIZE
                      INTO RECON-LINE-TEXT
               END-STRING
               WRITE ROSTER-RECON-RECORD
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - ONE-TIME CONVERSION OF THE OLD
      * LINE-SEQUENTIAL PARKING-HISTORY.dat INTO THE INDEXED
      * PARKING-HISTORY.idx. SAFE TO RERUN: A VISIT ALREADY CONVERTED
      * COMES BACK AS A DUPLICATE KEY AND IS COUNTED, NOT DOUBLED.
      * THE OLD FILE IS LEFT IN PLACE FOR THE OPERATOR TO SET ASIDE
      * ONCE THE CONVERSION IS VERIFIED
       CONVERT-HISTORY-FILE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HIST-CONV-COUNT
           MOVE 0 TO WS-HIST-CONV-DUPS
           OPEN INPUT HISTORY-OLD-FILE
           IF WS-HISTORY-OLD-STATUS = "35"
               DISPLAY "No old history file (PARKING-HISTORY.dat) "
                       "to convert."
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-OLD-STATUS NOT = "00"
               STRING "Old History Open Error: "
                   WS-HISTORY-OLD-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CONVERT-HISTORY-FILE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               STRING "History Open Error: " WS-HISTORY-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CONVERT-HISTORY-FILE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE HISTORY-OLD-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ HISTORY-OLD-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE OLDH-STUDENT-NUMBER
                           TO HIST-STUDENT-NUMBER
                       MOVE OLDH-TIME-OF-ENTRY TO HIST-TIME-OF-ENTRY
                       MOVE OLDH-STUDENT-NAME TO HIST-STUDENT-NAME
                       MOVE OLDH-MOTORCYCLE-MODEL
                           TO HIST-MOTORCYCLE-MODEL
                       MOVE OLDH-LICENSE-PLATE TO HIST-LICENSE-PLATE
                       MOVE OLDH-MOTORCYCLE-COLOR
                           TO HIST-MOTORCYCLE-COLOR
                       MOVE OLDH-VEHICLE-TYPE TO HIST-VEHICLE-TYPE
                       MOVE OLDH-LOT-ID TO HIST-LOT-ID
                       MOVE OLDH-TIME-OF-EXIT TO HIST-TIME-OF-EXIT
                       MOVE OLDH-FEE-AMOUNT TO HIST-FEE-AMOUNT
                       WRITE HISTORY-RECORD
                       EVALUATE WS-HISTORY-STATUS
                           WHEN "00"
                               ADD 1 TO WS-HIST-CONV-COUNT
                           WHEN "22"
                               ADD 1 TO WS-HIST-CONV-DUPS
                           WHEN OTHER
                               STRING "History Write Error: "
                                   WS-HISTORY-STATUS
                                   INTO WS-FILE-ERROR
                               MOVE "CONVERT-HISTORY-FILE"
                                   TO WS-ERROR-PARAGRAPH
                               PERFORM LOG-FILE-ERROR
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE HISTORY-OLD-FILE
           CLOSE HISTORY-FILE
           DISPLAY "History conversion complete - "
                   WS-HIST-CONV-COUNT " converted, "
                   WS-HIST-CONV-DUPS " already present."
           DISPLAY "Set PARKING-HISTORY.dat aside once the converted "
                   "file is verified."
           .

      * MENU OPTION (SUPERVISOR) - ONE-TIME CONVERSION OF THE STORED
      * FILES TO THE CURRENT RECORD LAYOUTS. THE PARKING RECORD GREW
      * THE PAY-STATION WINDOW, OPERATORS GREW CREDENTIALS, THE
      * MASTER ROSTER GREW CONTACT DETAILS, AND RECEIPTS GREW TENDER/
      * REVENUE/REVERSAL FIELDS - A FILE WRITTEN BEFORE THOSE FIELDS
      * EXISTED EITHER REFUSES TO OPEN ("39") OR READS BACK GARBAGE
      * IN THE NEW TAIL. EACH FILE IS READ THROUGH ITS OLD LAYOUT,
      * REBUILT WITH THE NEW FIELDS PROPERLY BLANKED, AND REWRITTEN -
      * THE SAME TREATMENT CONVERT-HISTORY-FILE GAVE THE OLD HISTORY.
      * THE RUN RECORDS ITSELF IN PARKING-CONFIG.dat (LAYOUT-LEVEL)
      * SO IT CANNOT BE RUN TWICE AND BLANK REAL DATA
       CONVERT-FILE-LAYOUTS.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE "LAYOUT-LEVEL" TO WS-CFG-SEARCH-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-SEARCH-VALUE(1:1) = "2"
               DISPLAY "Files are already on the current layout - "
                       "nothing to convert."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Convert the monthly parking files, backups, "
                   "operators, master roster,"
           DISPLAY "and payments to the current layout now? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Conversion cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONV-TOTAL

           PERFORM CONVERT-PARKING-LAYOUTS
           PERFORM CONVERT-BACKUP-LAYOUTS
           PERFORM CONVERT-OPERATOR-LAYOUT
           PERFORM CONVERT-MASTER-LAYOUT
           PERFORM CONVERT-PAYMENT-LAYOUT

           MOVE "LAYOUT-LEVEL" TO WS-CFG-SEARCH-KEY
           MOVE "2" TO WS-CFG-SEARCH-VALUE
           PERFORM UPDATE-CONFIG-KEY
           DISPLAY "Layout conversion complete - " WS-CONV-TOTAL
                   " record(s) converted in all."
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "LAYCONV" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "RECORDS:" WS-CONV-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * THE CURRENT PERIOD'S FILE AND EVERY PRIOR MONTH STILL ON
      * DISK, SEALED OR NOT - A SEALED FILE STILL GETS OPENED BY THE
      * REPORTS THAT READ CLOSED HISTORY, SO IT CONVERTS TOO
       CONVERT-PARKING-LAYOUTS.
           CLOSE PARKING-FILE
           PERFORM CONVERT-ONE-PARKING-FILE
           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           MOVE 0 TO WS-PRIOR-PERIOD-TRIES
           PERFORM UNTIL WS-PRIOR-PERIOD-TRIES = WS-PRIOR-MONTH-LIMIT
               ADD 1 TO WS-PRIOR-PERIOD-TRIES
               PERFORM DECREMENT-PARKING-PERIOD
               PERFORM BUILD-PARKING-FILENAME
               PERFORM CONVERT-ONE-PARKING-FILE
           END-PERFORM
           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CONVERT-PARKING-LAYOUTS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * ONE MONTHLY FILE THROUGH THE OLD LAYOUT AND BACK. A MISSING
      * MONTH IS NOTHING TO DO; A FILE THE OLD LAYOUT CANNOT OPEN IS
      * REPORTED AND LEFT ALONE RATHER THAN GUESSED AT
       CONVERT-ONE-PARKING-FILE.
           OPEN INPUT PARKING-OLD-FILE
           IF WS-OLDP-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-OLDP-STATUS NOT = "00"
               DISPLAY "  " FUNCTION TRIM(WS-PARKING-FILENAME)
                       " not converted (status " WS-OLDP-STATUS
                       ") - it may already be on the current layout."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONV-COUNT
           OPEN OUTPUT CONVERT-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PARKING-OLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE OLDP-STUDENT-NUMBER TO STUDENT-NUMBER
                       MOVE OLDP-PLATE-KEY TO PARK-PLATE-KEY
                       MOVE OLDP-STUDENT-NAME TO STUDENT-NAME
                       MOVE OLDP-MOTORCYCLE-MODEL
                           TO MOTORCYCLE-MODEL
                       MOVE OLDP-LICENSE-PLATE TO LICENSE-PLATE
                       MOVE OLDP-MOTORCYCLE-COLOR
                           TO MOTORCYCLE-COLOR
                       MOVE OLDP-VEHICLE-TYPE TO VEHICLE-TYPE
                       MOVE OLDP-LOT-ID TO LOT-ID
                       MOVE OLDP-TIME-OF-ENTRY TO TIME-OF-ENTRY
                       MOVE OLDP-TIME-OF-EXIT TO TIME-OF-EXIT
                       MOVE OLDP-FEE-AMOUNT TO FEE-AMOUNT
                       MOVE SPACES TO PAID-THROUGH
                       MOVE 0 TO PREPAID-AMOUNT
                       MOVE PARKING-RECORD TO CONVERT-WORK-RECORD
                       WRITE CONVERT-WORK-RECORD
                       ADD 1 TO WS-CONV-COUNT
               END-READ
           END-PERFORM
           CLOSE PARKING-OLD-FILE
           CLOSE CONVERT-WORK-FILE

           MOVE WS-PARKING-FILENAME TO WS-CONVERT-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-CONVERT-FILENAME
           OPEN OUTPUT PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Convert Create Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CONVERT-ONE-PARKING-FILE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               DISPLAY "  *** " FUNCTION TRIM(WS-PARKING-FILENAME)
                       " could not be recreated - records are in "
                       "LAYOUT-CONVERT.tmp ***"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONVERT-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CONVERT-WORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE CONVERT-WORK-RECORD TO PARKING-RECORD
                       WRITE PARKING-RECORD
               END-READ
           END-PERFORM
           CLOSE CONVERT-WORK-FILE
           CLOSE PARKING-FILE
           DISPLAY "  " FUNCTION TRIM(WS-PARKING-FILENAME) ": "
                   WS-CONV-COUNT " record(s) converted."
           ADD WS-CONV-COUNT TO WS-CONV-TOTAL
           .

      * EVERY DATE-STAMPED BACKUP STILL INSIDE THE RETENTION WINDOW
       CONVERT-BACKUP-LAYOUTS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
           MOVE 0 TO WS-SWEEP-OFFSET
           PERFORM UNTIL WS-SWEEP-OFFSET > WS-RETENTION-DAYS
               COMPUTE WS-RESTORE-INT =
                   WS-TODAY-INT - WS-SWEEP-OFFSET
               MOVE FUNCTION DATE-OF-INTEGER(WS-RESTORE-INT)
                   TO WS-RESTORE-YMD
               PERFORM BUILD-BACKUP-FILENAME-FOR-DATE
               PERFORM CONVERT-ONE-BACKUP-FILE
               ADD 1 TO WS-SWEEP-OFFSET
           END-PERFORM
           .

       CONVERT-ONE-BACKUP-FILE.
           OPEN INPUT BACKUP-OLD-FILE
           IF WS-OLDB-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-OLDB-STATUS NOT = "00"
               DISPLAY "  " FUNCTION TRIM(WS-BACKUP-FILENAME)
                       " not converted (status " WS-OLDB-STATUS
                       ") - it may already be on the current layout."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONV-COUNT
           OPEN OUTPUT CONVERT-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ BACKUP-OLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE OLDB-STUDENT-NUMBER
                           TO BKP-STUDENT-NUMBER
                       MOVE OLDB-PLATE-KEY TO BKP-PLATE-KEY
                       MOVE OLDB-STUDENT-NAME TO BKP-STUDENT-NAME
                       MOVE OLDB-MOTORCYCLE-MODEL
                           TO BKP-MOTORCYCLE-MODEL
                       MOVE OLDB-LICENSE-PLATE
                           TO BKP-LICENSE-PLATE
                       MOVE OLDB-MOTORCYCLE-COLOR
                           TO BKP-MOTORCYCLE-COLOR
                       MOVE OLDB-VEHICLE-TYPE TO BKP-VEHICLE-TYPE
                       MOVE OLDB-LOT-ID TO BKP-LOT-ID
                       MOVE OLDB-TIME-OF-ENTRY TO BKP-TIME-OF-ENTRY
                       MOVE OLDB-TIME-OF-EXIT TO BKP-TIME-OF-EXIT
                       MOVE OLDB-FEE-AMOUNT TO BKP-FEE-AMOUNT
                       MOVE SPACES TO BKP-PAID-THROUGH
                       MOVE 0 TO BKP-PREPAID-AMOUNT
                       MOVE BACKUP-RECORD TO CONVERT-WORK-RECORD
                       WRITE CONVERT-WORK-RECORD
                       ADD 1 TO WS-CONV-COUNT
               END-READ
           END-PERFORM
           CLOSE BACKUP-OLD-FILE
           CLOSE CONVERT-WORK-FILE

           MOVE WS-BACKUP-FILENAME TO WS-CONVERT-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-CONVERT-FILENAME
           OPEN OUTPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               STRING "Convert Create Error: " WS-BACKUP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CONVERT-ONE-BACKUP-FILE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONVERT-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CONVERT-WORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE CONVERT-WORK-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
               END-READ
           END-PERFORM
           CLOSE CONVERT-WORK-FILE
           CLOSE BACKUP-FILE
           DISPLAY "  " FUNCTION TRIM(WS-BACKUP-FILENAME) ": "
                   WS-CONV-COUNT " record(s) converted."
           ADD WS-CONV-COUNT TO WS-CONV-TOTAL
           .

      * OPERATORS GAIN THE CREDENTIAL FIELDS BLANK - THE FIRST
      * SIGN-ON AFTER CONVERSION SETS EACH CLERK'S PASSWORD
       CONVERT-OPERATOR-LAYOUT.
           OPEN INPUT OPERATOR-OLD-FILE
           IF WS-OLDO-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-OLDO-STATUS NOT = "00"
               DISPLAY "  PARKING-OPERATORS.dat not converted "
                       "(status " WS-OLDO-STATUS ") - it may already "
                       "be on the current layout."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONV-COUNT
           OPEN OUTPUT CONVERT-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ OPERATOR-OLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE OLDO-ID TO OPR-ID
                       MOVE OLDO-NAME TO OPR-NAME
                       MOVE OLDO-SUPERVISOR TO OPR-SUPERVISOR
                       MOVE SPACES TO OPR-PASSWORD
                       MOVE 0 TO OPR-FAILED-TRIES
                       MOVE 'N' TO OPR-LOCKED
                       MOVE 'N' TO OPR-MUST-CHANGE
                       MOVE OPERATOR-RECORD TO CONVERT-WORK-RECORD
                       WRITE CONVERT-WORK-RECORD
                       ADD 1 TO WS-CONV-COUNT
               END-READ
           END-PERFORM
           CLOSE OPERATOR-OLD-FILE
           CLOSE CONVERT-WORK-FILE

           MOVE "PARKING-OPERATORS.dat" TO WS-CONVERT-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-CONVERT-FILENAME
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               STRING "Convert Create Error: " WS-OPERATOR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CONVERT-OPERATOR-LAYOUT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONVERT-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CONVERT-WORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE CONVERT-WORK-RECORD TO OPERATOR-RECORD
                       WRITE OPERATOR-RECORD
               END-READ
           END-PERFORM
           CLOSE CONVERT-WORK-FILE
           CLOSE OPERATOR-FILE
           DISPLAY "  PARKING-OPERATORS.dat: " WS-CONV-COUNT
                   " record(s) converted."
           ADD WS-CONV-COUNT TO WS-CONV-TOTAL
           .

      * THE MASTER ROSTER GAINS BLANK CONTACT FIELDS - THE NEXT
      * REGISTRAR EXTRACT LOAD FILLS THEM IN
       CONVERT-MASTER-LAYOUT.
           OPEN INPUT MASTER-OLD-FILE
           IF WS-OLDM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-OLDM-STATUS NOT = "00"
               DISPLAY "  STUDENT-MASTER.dat not converted "
                       "(status " WS-OLDM-STATUS ") - it may already "
                       "be on the current layout."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONV-COUNT
           OPEN OUTPUT CONVERT-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ MASTER-OLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE OLDM-STUDENT-NUMBER
                           TO MST-STUDENT-NUMBER
                       MOVE OLDM-STUDENT-NAME TO MST-STUDENT-NAME
                       MOVE OLDM-LICENSE-PLATE
                           TO MST-LICENSE-PLATE
                       MOVE SPACES TO MST-MOBILE
                       MOVE SPACES TO MST-COLLEGE
                       MOVE STUDENT-MASTER-RECORD
                           TO CONVERT-WORK-RECORD
                       WRITE CONVERT-WORK-RECORD
                       ADD 1 TO WS-CONV-COUNT
               END-READ
           END-PERFORM
           CLOSE MASTER-OLD-FILE
           CLOSE CONVERT-WORK-FILE

           MOVE "STUDENT-MASTER.dat" TO WS-CONVERT-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-CONVERT-FILENAME
           OPEN OUTPUT STUDENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               STRING "Convert Create Error: " WS-MASTER-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CONVERT-MASTER-LAYOUT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONVERT-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CONVERT-WORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE CONVERT-WORK-RECORD
                           TO STUDENT-MASTER-RECORD
                       WRITE STUDENT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE CONVERT-WORK-FILE
           CLOSE STUDENT-MASTER-FILE
           DISPLAY "  STUDENT-MASTER.dat: " WS-CONV-COUNT
                   " record(s) converted."
           ADD WS-CONV-COUNT TO WS-CONV-TOTAL
           .

      * RECEIPTS FROM BEFORE TENDER TYPES WERE ALL CASH, SO THE
      * TENDER IS SET ACCORDINGLY; THE REVENUE TYPE IS LEFT BLANK SO
      * THE REPORTS' LEGACY PSEUDO-ID CLASSIFICATION APPLIES
       CONVERT-PAYMENT-LAYOUT.
           OPEN INPUT PAYMENT-OLD-FILE
           IF WS-OLDR-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-OLDR-STATUS NOT = "00"
               DISPLAY "  PARKING-PAYMENTS.dat not converted "
                       "(status " WS-OLDR-STATUS ") - it may already "
                       "be on the current layout."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONV-COUNT
           OPEN OUTPUT CONVERT-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PAYMENT-OLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE OLDR-RECEIPT-NUMBER
                           TO PAY-RECEIPT-NUMBER
                       MOVE OLDR-STUDENT-NUMBER
                           TO PAY-STUDENT-NUMBER
                       MOVE OLDR-DATE TO PAY-DATE
                       MOVE OLDR-TIME TO PAY-TIME
                       MOVE OLDR-AMOUNT-DUE TO PAY-AMOUNT-DUE
                       MOVE OLDR-AMOUNT-PAID TO PAY-AMOUNT-PAID
                       MOVE OLDR-BALANCE TO PAY-BALANCE
                       MOVE OLDR-STATUS TO PAY-STATUS
                       MOVE SPACES TO PAY-REVENUE-TYPE
                       MOVE "CASH" TO PAY-TENDER-TYPE
                       MOVE 0 TO PAY-REVERSES
                       MOVE PAYMENT-RECORD TO CONVERT-WORK-RECORD
                       WRITE CONVERT-WORK-RECORD
                       ADD 1 TO WS-CONV-COUNT
               END-READ
           END-PERFORM
           CLOSE PAYMENT-OLD-FILE
           CLOSE CONVERT-WORK-FILE

           MOVE "PARKING-PAYMENTS.dat" TO WS-CONVERT-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-CONVERT-FILENAME
           OPEN OUTPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Convert Create Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CONVERT-PAYMENT-LAYOUT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONVERT-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CONVERT-WORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE CONVERT-WORK-RECORD TO PAYMENT-RECORD
                       WRITE PAYMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE CONVERT-WORK-FILE
           CLOSE PAYMENT-FILE
           DISPLAY "  PARKING-PAYMENTS.dat: " WS-CONV-COUNT
                   " record(s) converted."
           ADD WS-CONV-COUNT TO WS-CONV-TOTAL
           .

      * MENU OPTION - THE QUESTION CLERKS ARE ASKED EVERY DAY AND
      * COULD NEVER ANSWER: ONE STUDENT'S PAST VISITS, READ DIRECTLY
      * OFF THE HISTORY KEY IN DATE ORDER - DATES, LOTS, DURATIONS,
      * FEES - PLUS THEIR NOT-YET-ARCHIVED RECORD IN THE LIVE FILE
       STUDENT-VISIT-HISTORY.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HIST-SHOWN
           DISPLAY "--- Visit History ---"
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE WS-STUDENT-NUMBER TO HIST-STUDENT-NUMBER
               MOVE LOW-VALUES TO HIST-TIME-OF-ENTRY
               MOVE 'N' TO END-OF-FILE
               START HISTORY-FILE KEY IS >= HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-FILE
               END-START
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF HIST-STUDENT-NUMBER
                                  = WS-STUDENT-NUMBER
                               PERFORM SHOW-ONE-HISTORY-VISIT
                           ELSE
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

      * THE STUDENT'S RECORDS STILL IN THE LIVE FILE (A CLOSED ONE IS
      * A PAST VISIT THAT JUST HASN'T BEEN ARCHIVED YET; WITH MULTIPLE
      * VEHICLES THERE MAY BE SEVERAL)
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE LOW-VALUES TO PARK-PLATE-KEY
           MOVE 'N' TO END-OF-FILE
           START PARKING-FILE KEY IS >= PARK-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF STUDENT-NUMBER = WS-STUDENT-NUMBER
                           IF TIME-OF-EXIT NOT = SPACES
                               PERFORM SHOW-LIVE-CLOSED-VISIT
                           ELSE
                               DISPLAY TIME-OF-ENTRY(1:16) " | "
                                       LOT-ID " | (STILL PARKED)"
                               ADD 1 TO WS-HIST-SHOWN
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HIST-SHOWN = 0
               DISPLAY "No visits on file for this student."
           ELSE
               DISPLAY WS-HIST-SHOWN " visit(s) listed."
           END-IF
           .

      * ONE ARCHIVE LINE: ENTRY DATE/TIME, LOT, DURATION, FEE
       SHOW-ONE-HISTORY-VISIT.
           MOVE HIST-TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE HIST-TIME-OF-EXIT TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-OUT - WS-ELAPSED-MINUTES-1
           COMPUTE WS-ELAPSED-HOURS-OUT = WS-ELAPSED-DIFF / 60
           COMPUTE WS-ELAPSED-MINS-OUT =
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)
           MOVE HIST-FEE-AMOUNT TO WS-FEE-DISPLAY
           DISPLAY HIST-TIME-OF-ENTRY(1:16) " | "
                   HIST-LOT-ID " | "
                   WS-ELAPSED-HOURS-OUT " hr(s) "
                   WS-ELAPSED-MINS-OUT " min(s) | "
                   WS-FEE-DISPLAY
           ADD 1 TO WS-HIST-SHOWN
           .

      * SAME LINE SHAPE FOR THE CLOSED VISIT STILL IN THE LIVE FILE
       SHOW-LIVE-CLOSED-VISIT.
           MOVE TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE TIME-OF-EXIT TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-OUT - WS-ELAPSED-MINUTES-1
           COMPUTE WS-ELAPSED-HOURS-OUT = WS-ELAPSED-DIFF / 60
           COMPUTE WS-ELAPSED-MINS-OUT =
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)
           MOVE FEE-AMOUNT TO WS-FEE-DISPLAY
           DISPLAY TIME-OF-ENTRY(1:16) " | "
                   LOT-ID " | "
                   WS-ELAPSED-HOURS-OUT " hr(s) "
                   WS-ELAPSED-MINS-OUT " min(s) | "
                   WS-FEE-DISPLAY
           ADD 1 TO WS-HIST-SHOWN
           .

      * INTERACTIVE SLOT ASSIGNMENT FOR A CLERK CHECK-IN - OFFERS THE
      * PWD SPACES NEAR THE GATE WHEN THE STUDENT NEEDS ONE, OTHERWISE
      * TAKES THE NEXT REGULAR SPACE. A STUDENT WITH A SLOT HELD FOR
      * THEM TODAY IS NOT ASKED - THEY GO STRAIGHT TO THAT SLOT
       ASSIGN-SLOT-FOR-CHECKIN.
           PERFORM FIND-HELD-RESERVATION
           IF WS-RSV-FOUND = 'Y'
               MOVE WS-RSV-TYPE-IN TO WS-SLOT-TYPE-WANTED
               PERFORM ASSIGN-FREE-SLOT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PWD slot required? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-PWD-YN
           MOVE FUNCTION UPPER-CASE(WS-PWD-YN) TO WS-PWD-YN
           IF WS-PWD-YN = "Y"
               MOVE "PWD" TO WS-SLOT-TYPE-WANTED
           ELSE
               MOVE "REGULAR" TO WS-SLOT-TYPE-WANTED
           END-IF
           PERFORM ASSIGN-FREE-SLOT
           .

      * ASSIGNS THE NEXT FREE SLOT OF WS-SLOT-TYPE-WANTED IN WS-LOT-ID
      * TO WS-STUDENT-NUMBER. WS-ASSIGNED-SLOT COMES BACK ZERO WHEN NO
      * SLOT OF THAT TYPE IS FREE; WS-SLOT-INV-FOUND STAYS 'N' WHEN
      * THE LOT HAS NO SLOT INVENTORY AT ALL, IN WHICH CASE CHECK-INS
      * CARRY ON UN-NUMBERED EXACTLY AS BEFORE. A SLOT HELD FOR THE
      * PERSON TODAY IS CLAIMED FIRST; SLOTS HELD FOR ANYONE ELSE ARE
      * PASSED OVER UNTIL THEIR WINDOW CLOSES
       ASSIGN-FREE-SLOT.
           MOVE 0 TO WS-ASSIGNED-SLOT
           MOVE 'N' TO WS-SLOT-INV-FOUND
           PERFORM CLAIM-RESERVED-SLOT
           IF WS-RSV-CLAIMED = 'Y'
               DISPLAY "Reserved Slot: "
                       FUNCTION TRIM(WS-LOT-ID) "-"
                       WS-ASSIGNED-SLOT
               MOVE WS-LOT-ID TO WS-OCC-LOT
               PERFORM WRITE-SPACES-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOT-ID TO WS-RSV-POOL-LOT
           MOVE SPACES TO WS-RSV-POOL-DATE
           PERFORM LOAD-HELD-SLOTS
           OPEN I-O SLOT-FILE
           IF WS-SLOT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-STATUS NOT = "00"
               STRING "Slot Open Error: " WS-SLOT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "ASSIGN-FREE-SLOT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOT-ID TO SLT-LOT-ID
           MOVE 0 TO SLT-SLOT-NUMBER
           MOVE 'N' TO END-OF-FILE
           START SLOT-FILE KEY IS >= SLT-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
                   OR WS-ASSIGNED-SLOT > 0
               READ SLOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF SLT-LOT-ID = WS-LOT-ID
                           MOVE 'Y' TO WS-SLOT-INV-FOUND
                           PERFORM CHECK-SLOT-HELD
                           IF SLT-SLOT-TYPE = WS-SLOT-TYPE-WANTED
                               AND SLT-OCCUPIED-BY = SPACES
                               AND WS-RSV-SLOT-HELD = 'N'
                               MOVE WS-STUDENT-NUMBER
                                   TO SLT-OCCUPIED-BY
                               REWRITE SLOT-RECORD
                               IF WS-SLOT-STATUS = "00"
                                   MOVE SLT-SLOT-NUMBER
                                       TO WS-ASSIGNED-SLOT
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOT-FILE
           IF WS-SLOT-INV-FOUND = 'Y'
               IF WS-ASSIGNED-SLOT > 0
                   DISPLAY "Assigned Slot: "
                           FUNCTION TRIM(WS-LOT-ID) "-"
                           WS-ASSIGNED-SLOT
               ELSE
                   DISPLAY "No free " FUNCTION TRIM(
                           WS-SLOT-TYPE-WANTED)
                           " slot in this lot - park unassigned."
               END-IF
      * THE OCCUPANCY BUMP RUNS BEFORE THE SLOT IS TAKEN, SO THE
      * BOARD FEED IT WROTE STILL COUNTED THIS SPACE AS FREE -
      * REFRESH IT NOW THAT THE ASSIGNMENT IS ON FILE
               MOVE WS-LOT-ID TO WS-OCC-LOT
               PERFORM WRITE-SPACES-AVAILABLE
           END-IF
           .

      * FREES WHATEVER NUMBERED SLOT WS-STUDENT-NUMBER IS OCCUPYING.
      * THE VISIT RECORD KNOWS THE LOT, SO ONLY THAT LOT'S SLOTS ARE
      * WALKED
       FREE-ASSIGNED-SLOT.
           OPEN I-O SLOT-FILE
           IF WS-SLOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOT-ID TO SLT-LOT-ID
           MOVE 0 TO SLT-SLOT-NUMBER
           MOVE 'N' TO END-OF-FILE
           START SLOT-FILE KEY IS >= SLT-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SLOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF SLT-LOT-ID = LOT-ID
                           IF SLT-OCCUPIED-BY = WS-STUDENT-NUMBER
                               MOVE SPACES TO SLT-OCCUPIED-BY
                               REWRITE SLOT-RECORD
                               DISPLAY "Slot "
                                       FUNCTION TRIM(SLT-LOT-ID) "-"
                                       SLT-SLOT-NUMBER " freed."
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOT-FILE
      * THE FREED SPACE GOES STRAIGHT BACK ONTO THE ENTRANCE BOARD
           MOVE LOT-ID TO WS-OCC-LOT
           PERFORM WRITE-SPACES-AVAILABLE
           .

      * MENU OPTION (SUPERVISOR) - BUILDS A LOT'S SLOT INVENTORY:
      * REGULAR SPACES FIRST, THEN THE PWD SPACES NEAR THE GATE, THEN
      * FACULTY-RESERVED. RERUNNING FOR A LOT THAT ALREADY HAS SLOTS
      * LEAVES THE EXISTING ONES (AND WHOEVER IS PARKED IN THEM) ALONE
       DEFINE-SLOT-INVENTORY.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           MOVE FUNCTION UPPER-CASE(WS-LOT-ID) TO WS-LOT-ID
           IF WS-LOT-ID = SPACES
               DISPLAY "Invalid Lot ID!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Number of REGULAR slots: " WITH NO ADVANCING
           ACCEPT WS-SLOT-REG-IN
           DISPLAY "Number of PWD slots: " WITH NO ADVANCING
           ACCEPT WS-SLOT-PWD-IN
           DISPLAY "Number of FACULTY slots: " WITH NO ADVANCING
           ACCEPT WS-SLOT-FAC-IN
           MOVE FUNCTION NUMVAL(WS-SLOT-REG-IN) TO WS-SLOT-REG-COUNT
           MOVE FUNCTION NUMVAL(WS-SLOT-PWD-IN) TO WS-SLOT-PWD-COUNT
           MOVE FUNCTION NUMVAL(WS-SLOT-FAC-IN) TO WS-SLOT-FAC-COUNT

           OPEN I-O SLOT-FILE
           IF WS-SLOT-STATUS = "35"
               OPEN OUTPUT SLOT-FILE
               CLOSE SLOT-FILE
               OPEN I-O SLOT-FILE
           END-IF
           IF WS-SLOT-STATUS NOT = "00"
               STRING "Slot Open Error: " WS-SLOT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "DEFINE-SLOT-INVENTORY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SLOT-SEQ
           MOVE 0 TO WS-SLOT-BUILT
           MOVE "REGULAR" TO WS-SLOT-TYPE-WANTED
           PERFORM WS-SLOT-REG-COUNT TIMES
               PERFORM WRITE-ONE-SLOT-RECORD
           END-PERFORM
           MOVE "PWD" TO WS-SLOT-TYPE-WANTED
           PERFORM WS-SLOT-PWD-COUNT TIMES
               PERFORM WRITE-ONE-SLOT-RECORD
           END-PERFORM
           MOVE "FACULTY" TO WS-SLOT-TYPE-WANTED
           PERFORM WS-SLOT-FAC-COUNT TIMES
               PERFORM WRITE-ONE-SLOT-RECORD
           END-PERFORM
           CLOSE SLOT-FILE
           DISPLAY WS-SLOT-BUILT " slot(s) defined for lot "
                   FUNCTION TRIM(WS-LOT-ID)
           .

      * WRITES THE NEXT NUMBERED SLOT OF THE CURRENT TYPE, LEAVING AN
      * ALREADY-DEFINED NUMBER UNTOUCHED
       WRITE-ONE-SLOT-RECORD.
           ADD 1 TO WS-SLOT-SEQ
           MOVE WS-LOT-ID TO SLT-LOT-ID
           MOVE WS-SLOT-SEQ TO SLT-SLOT-NUMBER
           MOVE WS-SLOT-TYPE-WANTED TO SLT-SLOT-TYPE
           MOVE SPACES TO SLT-OCCUPIED-BY
           WRITE SLOT-RECORD
           IF WS-SLOT-STATUS = "00"
               ADD 1 TO WS-SLOT-BUILT
           END-IF
           .

      * MENU OPTION - THE SLOT MAP: EVERY NUMBERED SPACE IN A LOT WITH
      * ITS TYPE AND WHO IS IN IT, SO THE CLERK CAN SEE EXACTLY WHICH
      * SPACES ARE OPEN. AN EMPTY SLOT HELD BY A RESERVATION SHOWS
      * AS RESERVED
       DISPLAY-SLOT-MAP.
           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           MOVE FUNCTION UPPER-CASE(WS-LOT-ID) TO WS-LOT-ID
           MOVE WS-LOT-ID TO WS-RSV-POOL-LOT
           MOVE SPACES TO WS-RSV-POOL-DATE
           PERFORM LOAD-HELD-SLOTS
           OPEN INPUT SLOT-FILE
           IF WS-SLOT-STATUS = "35"
               DISPLAY "No slot inventory on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-STATUS NOT = "00"
               STRING "Slot Open Error: " WS-SLOT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "DISPLAY-SLOT-MAP" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOT-ID TO SLT-LOT-ID
           MOVE 0 TO SLT-SLOT-NUMBER
           MOVE 'N' TO END-OF-FILE
           MOVE 'N' TO WS-SLOT-INV-FOUND
           START SLOT-FILE KEY IS >= SLT-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           DISPLAY "--- Slot Map: " FUNCTION TRIM(WS-LOT-ID) " ---"
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SLOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF SLT-LOT-ID = WS-LOT-ID
                           MOVE 'Y' TO WS-SLOT-INV-FOUND
                           PERFORM CHECK-SLOT-HELD
                           EVALUATE TRUE
                               WHEN SLT-OCCUPIED-BY NOT = SPACES
                                   DISPLAY SLT-SLOT-NUMBER " | "
                                           SLT-SLOT-TYPE " | "
                                           SLT-OCCUPIED-BY
                               WHEN WS-RSV-SLOT-HELD = 'Y'
                                   DISPLAY SLT-SLOT-NUMBER " | "
                                           SLT-SLOT-TYPE " | RESERVED"
                               WHEN OTHER
                                   DISPLAY SLT-SLOT-NUMBER " | "
                                           SLT-SLOT-TYPE " | FREE"
                           END-EVALUATE
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOT-FILE
           IF WS-SLOT-INV-FOUND = 'N'
               DISPLAY "No slot inventory defined for this lot."
           END-IF
           .

      * APPENDS A REFUSED STUDENT TO THE WAITLIST IN ARRIVAL ORDER,
      * AFTER CHECKING THEY AREN'T ALREADY QUEUED. WS-VEHICLE-TYPE IS
      * KEPT SO THE FREED-SPACE CHECK CAN WEIGH A CAR AS TWO SLOTS
       ADD-TO-WAITLIST.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ALREADY-QUEUED
           IF WS-WTL-QUEUED = 'Y'
               DISPLAY "Student is already on the waitlist at "
                       "position " WS-WTL-POSITION
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND WAITLIST-FILE
           IF WS-WAITLIST-STATUS = "35"
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE
               OPEN EXTEND WAITLIST-FILE
           END-IF
           IF WS-WAITLIST-STATUS NOT = "00"
               STRING "Waitlist Open Error: " WS-WAITLIST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "ADD-TO-WAITLIST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO WTL-STUDENT-NUMBER
           MOVE WS-VEHICLE-TYPE TO WTL-VEHICLE-TYPE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO WTL-TIMESTAMP
           END-STRING
           WRITE WAITLIST-RECORD
           CLOSE WAITLIST-FILE
           PERFORM CHECK-ALREADY-QUEUED
           DISPLAY "Student added to the waitlist at position "
                   WS-WTL-POSITION
           .

      * SCANS THE QUEUE FOR WS-STUDENT-NUMBER, LEAVING THE POSITION
      * (AND TOTAL LENGTH) FOR THE CALLER'S MESSAGE
       CHECK-ALREADY-QUEUED.
           MOVE 'N' TO WS-WTL-QUEUED
           MOVE 0 TO WS-WTL-POSITION
           MOVE 0 TO WS-WTL-COUNT
           OPEN INPUT WAITLIST-FILE
           IF WS-WAITLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ WAITLIST-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-WTL-COUNT
                       IF WTL-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           AND WS-WTL-QUEUED = 'N'
                           MOVE 'Y' TO WS-WTL-QUEUED
                           MOVE WS-WTL-COUNT TO WS-WTL-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
           .

      * READS THE HEAD OF THE QUEUE WITHOUT DISTURBING IT
       READ-WAITLIST-HEAD.
           MOVE 'N' TO WS-WTL-HEAD-FOUND
           OPEN INPUT WAITLIST-FILE
           IF WS-WAITLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ WAITLIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-WTL-HEAD-FOUND
                   MOVE WTL-STUDENT-NUMBER TO WS-WTL-HEAD-STUDENT
                   MOVE WTL-VEHICLE-TYPE TO WS-WTL-HEAD-TYPE
                   MOVE WTL-TIMESTAMP TO WS-WTL-HEAD-TS
           END-READ
           CLOSE WAITLIST-FILE
           .

      * DROPS THE HEAD OF THE QUEUE BY COPYING EVERYTHING BEHIND IT
      * THROUGH THE SCRATCH FILE AND BACK
       POP-WAITLIST-HEAD.
           OPEN INPUT WAITLIST-FILE
           IF WS-WAITLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WAITLIST-WORK-FILE
           MOVE 0 TO WS-WTL-COUNT
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ WAITLIST-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-WTL-COUNT
                       IF WS-WTL-COUNT > 1
                           MOVE WAITLIST-RECORD
                               TO WAITLIST-WORK-RECORD
                           WRITE WAITLIST-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
           CLOSE WAITLIST-WORK-FILE

           OPEN OUTPUT WAITLIST-FILE
           OPEN INPUT WAITLIST-WORK-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ WAITLIST-WORK-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE WAITLIST-WORK-RECORD
                           TO WAITLIST-RECORD
                       WRITE WAITLIST-RECORD
               END-READ
           END-PERFORM
           CLOSE WAITLIST-WORK-FILE
           CLOSE WAITLIST-FILE
           .

      * CALLED AFTER A VISIT CLOSES - IF THE FREED WEIGHTED SLOTS NOW
      * FIT THE HEAD OF THE WAITLIST, TELL THE CLERK WHO IS NEXT SO
      * THE STUDENT CIRCLING THE BLOCK CAN BE CALLED IN
       NOTIFY-WAITLIST-IF-SPACE.
           PERFORM READ-WAITLIST-HEAD
           IF WS-WTL-HEAD-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OCCUPANCY-TALLY
           IF WS-WTL-HEAD-TYPE = "CAR"
               MOVE 2 TO WS-WTL-WEIGHT
           ELSE
               MOVE 1 TO WS-WTL-WEIGHT
           END-IF
           IF WS-SLOTS-USED + WS-WTL-WEIGHT <= WS-LOT-CAPACITY
               DISPLAY "*** SPACE FREED - next on waitlist: "
                       WS-WTL-HEAD-STUDENT " ("
                       FUNCTION TRIM(WS-WTL-HEAD-TYPE)
                       "), waiting since " WS-WTL-HEAD-TS " ***"
           END-IF
           .

      * MENU OPTION - THE QUEUE WITH POSITIONS, SO THE CLERK CAN GIVE
      * A STUDENT AN HONEST ANSWER ABOUT THE WAIT
       VIEW-WAITLIST-QUEUE.
           MOVE 0 TO WS-WTL-COUNT
           OPEN INPUT WAITLIST-FILE
           IF WS-WAITLIST-STATUS NOT = "00"
               DISPLAY "Waitlist is empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--- Waitlist Queue ---"
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ WAITLIST-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-WTL-COUNT
                       DISPLAY WS-WTL-COUNT " | "
                               WTL-STUDENT-NUMBER " | "
                               WTL-VEHICLE-TYPE " | since "
                               WTL-TIMESTAMP
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
           IF WS-WTL-COUNT = 0
               DISPLAY "Waitlist is empty."
           END-IF
           .

      * MENU OPTION - ADMITS THE HEAD OF THE WAITLIST THROUGH THE
      * SAME ROSTER, BLACKLIST, CAPACITY, AND ALREADY-PARKED CHECKS A
      * WALK-UP CHECK-IN GETS. ONLY A SUCCESSFUL CHECK-IN POPS THE
      * QUEUE - A STUDENT WHO FAILS A CHECK STAYS AT THE HEAD FOR THE
      * CLERK TO RESOLVE
       ADMIT-FROM-WAITLIST.
           PERFORM READ-WAITLIST-HEAD
           IF WS-WTL-HEAD-FOUND = 'N'
               DISPLAY "Waitlist is empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Next on waitlist: " WS-WTL-HEAD-STUDENT " ("
                   FUNCTION TRIM(WS-WTL-HEAD-TYPE) "), waiting since "
                   WS-WTL-HEAD-TS
           DISPLAY "Admit this student now? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WTL-HEAD-STUDENT TO WS-STUDENT-NUMBER
           MOVE WS-WTL-HEAD-TYPE TO WS-VEHICLE-TYPE
           PERFORM LOAD-OCCUPANCY-TALLY
           IF WS-VEHICLE-TYPE = "CAR"
               MOVE 2 TO WS-PROSPECTIVE-WEIGHT
           ELSE
               MOVE 1 TO WS-PROSPECTIVE-WEIGHT
           END-IF
           IF WS-SLOTS-USED + WS-PROSPECTIVE-WEIGHT > WS-LOT-CAPACITY
               DISPLAY "LOT STILL FULL - cannot admit yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-MASTER
           IF WS-ON-ROSTER = 'N'
               DISPLAY "Student Number not found in the registrar's "
                       "master roster!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BLACKLIST
           IF WS-BLACKLISTED = 'Y'
               DISPLAY "Entry refused - student is blacklisted: "
                       FUNCTION TRIM(BL-REASON)
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-IMPOUND-HOLD
           IF WS-IMP-HELD = 'Y'
               DISPLAY "Entry refused - student has an impounded "
                       "vehicle awaiting release."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ALREADY-PARKED
           IF RECORD-FOUND = 'Y'
               DISPLAY "Student already has a vehicle parked"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           MOVE FUNCTION UPPER-CASE(WS-LOT-ID) TO WS-LOT-ID
           IF WS-LOT-ID = SPACES
               DISPLAY "Invalid Lot ID!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LOT-OPEN-FOR-ENTRY
           IF WS-LOT-REFUSED = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Motorcycle Model: " WITH NO ADVANCING
           ACCEPT WS-MODEL
           DISPLAY "Enter License Plate: " WITH NO ADVANCING
           ACCEPT WS-PLATE
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid License Plate!"
               EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-PLATE NOT = SPACES
               AND WS-MASTER-PLATE NOT = WS-PLATE
               DISPLAY "License Plate does not match the "
                       "registrar's record for this student!"
               EXIT PARAGRAPH
           END-IF
           MOVE "WTL-ENTRY" TO WS-WTC-CONTEXT
           PERFORM CHECK-PLATE-WATCHLIST
           PERFORM CHECK-VEHICLE-DOCUMENTS
           IF WS-VDC-STATE = "BLOCK"
               DISPLAY "Entry refused - " FUNCTION TRIM(WS-VDC-MESSAGE)
               EXIT PARAGRAPH
           END-IF
           IF WS-VDC-STATE NOT = "OK"
               DISPLAY "*** WARNING: " FUNCTION TRIM(WS-VDC-MESSAGE)
                       " ***"
           END-IF
           DISPLAY "Enter Motorcycle Color: " WITH NO ADVANCING
           ACCEPT WS-COLOR

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           PERFORM PROBE-EXISTING-VEHICLE-RECORD
           PERFORM BUILD-NEW-VISIT-RECORD

           IF WS-REOPEN-EXISTING = 'Y'
               PERFORM ARCHIVE-PRIOR-VISIT
               REWRITE PARKING-RECORD
               PERFORM JOURNAL-PARKING-CHG
           ELSE
               WRITE PARKING-RECORD
               PERFORM JOURNAL-PARKING-ADD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "Write Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "ADMIT-FROM-WAITLIST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Parking Record Created Successfully."
           MOVE "CREATE" TO WS-AUDIT-ACTION
           MOVE "WAITLIST" TO WS-AUDIT-BEFORE
           STRING STUDENT-NAME DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  LICENSE-PLATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TIME-OF-ENTRY DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           PERFORM SAVE-VEHICLE-PROFILE
           MOVE WS-LOT-ID TO WS-OCC-LOT
           MOVE WS-VEHICLE-TYPE TO WS-OCC-TYPE
           MOVE +1 TO WS-OCC-DELTA
           PERFORM BUMP-OCCUPANCY-TALLY
           PERFORM ASSIGN-SLOT-FOR-CHECKIN
           MOVE WS-LOT-ID TO WS-GATE-LOT
           MOVE WS-PLATE TO WS-GATE-PLATE
           MOVE STUDENT-NUMBER TO WS-GATE-STUDENT
           MOVE TIME-OF-ENTRY(1:16) TO WS-GATE-VISIT-START
           MOVE "IN " TO WS-GATE-DIRECTION
           PERFORM EMIT-GATE-OPEN-COMMAND
           PERFORM POP-WAITLIST-HEAD
           DISPLAY "Student admitted from the waitlist."
           .

      * MENU OPTION (SUPERVISOR) - CLOSES A STUCK OPEN RECORD INSIDE
      * THE PROGRAM INSTEAD OF BY EDITING DATA FILES OUTSIDE IT. THE
      * SUPERVISOR PICKS THE RECORD, NAMES WHY IT IS STUCK, SUPPLIES
      * THE ASSUMED EXIT TIME, AND DECIDES WHETHER TO BILL OR WAIVE;
      * THE BEFORE/AFTER IMAGE GOES THROUGH THE AUDIT TRAIL AND A
      * BILLED FEE BECOMES AN UNPAID RECEIPT FOR THE BALANCE LEDGER
       FORCE-CLOSE-OPEN-RECORD.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-VISIT-CLOSED
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
      * AN APPROVED REQUEST NAMES THE EXACT (STUDENT, PLATE) RECORD
      * THE MAKER PICKED - LOOK IN EARLIER PERIODS ONLY IF IT HAS
      * ROLLED OUT OF THE CURRENT ONE
           IF WS-MKC-EXECUTING = 'Y'
               MOVE WS-MKC-R-STUDENT TO WS-STUDENT-NUMBER
               MOVE WS-MKC-R-STUDENT TO STUDENT-NUMBER
               MOVE WS-MKC-R-PLATE TO PARK-PLATE-KEY
               PERFORM READ-PICKED-VEHICLE-RECORD
               IF RECORD-FOUND = 'N'
                   PERFORM FIND-IN-PRIOR-MONTHS
               END-IF
           ELSE
               PERFORM FIND-RECORD
           END-IF
           IF RECORD-FOUND = 'N'
               DISPLAY "Record not found for the given Student Number."
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF TIME-OF-EXIT NOT = SPACES
               DISPLAY "That record is not open - nothing to "
                       "force-close."
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Open since " TIME-OF-ENTRY(1:16) " in lot "
                   FUNCTION TRIM(LOT-ID)
           IF WS-MKC-EXECUTING = 'Y'
               MOVE WS-MKC-R-FC-REASON TO WS-FC-REASON-CODE
           ELSE
               DISPLAY "Reason: 1-Left without checkout  2-Scanner "
                       "missed  3-Clerk error: " WITH NO ADVANCING
               ACCEPT WS-FC-REASON-CODE
           END-IF
           EVALUATE WS-FC-REASON-CODE
               WHEN "1"
                   MOVE "LEFT-WITHOUT-CHECKOUT" TO WS-FC-REASON-TEXT
               WHEN "2"
                   MOVE "SCANNER-MISSED" TO WS-FC-REASON-TEXT
               WHEN "3"
                   MOVE "CLERK-ERROR" TO WS-FC-REASON-TEXT
               WHEN OTHER
                   DISPLAY "Invalid reason code."
                   PERFORM RESTORE-CURRENT-PARKING-PERIOD
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-MKC-EXECUTING = 'Y'
               MOVE WS-MKC-R-FC-EXIT-IN TO WS-FC-EXIT-IN
           ELSE
               DISPLAY "Assumed Exit Time (YYYY-MM-DD HH:MM): "
                       WITH NO ADVANCING
               ACCEPT WS-FC-EXIT-IN
           END-IF
           IF WS-FC-EXIT-IN = SPACES
               OR WS-FC-EXIT-IN < TIME-OF-ENTRY(1:16)
               DISPLAY "Invalid assumed exit time - must not be "
                       "before the entry time."
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE SPACES TO WS-ELAPSED-TIMESTAMP
           MOVE WS-FC-EXIT-IN TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-2
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-2 - WS-ELAPSED-MINUTES-1
           COMPUTE WS-ELAPSED-HOURS-OUT = WS-ELAPSED-DIFF / 60
           COMPUTE WS-ELAPSED-MINS-OUT =
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)

           IF WS-MKC-EXECUTING = 'Y'
               MOVE WS-MKC-R-FC-BILL-YN TO WS-FC-BILL-YN
           ELSE
               DISPLAY "Bill the fee or waive it? (B/W): "
                       WITH NO ADVANCING
               ACCEPT WS-FC-BILL-YN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-FC-BILL-YN) TO WS-FC-BILL-YN

      * A FORCE-CLOSE TAKES TWO SUPERVISORS - THE FIRST ONE'S CHOICES
      * ARE FILED FOR APPROVAL AND THE RECORD STAYS OPEN UNTIL THEN
           IF WS-MKC-EXECUTING = 'N'
               MOVE SPACES TO WS-MKC-REQUEST
               MOVE "FCLOSE" TO WS-MKC-R-ACTION
               MOVE STUDENT-NUMBER TO WS-MKC-R-STUDENT
               MOVE PARK-PLATE-KEY TO WS-MKC-R-PLATE
               MOVE WS-FC-REASON-CODE TO WS-MKC-R-FC-REASON
               MOVE WS-FC-EXIT-IN TO WS-MKC-R-FC-EXIT-IN
               MOVE WS-FC-BILL-YN TO WS-MKC-R-FC-BILL-YN
               MOVE WS-FC-REASON-TEXT TO WS-MKC-R-REASON
               STRING "PLATE:" DELIMITED BY SIZE
                      PARK-PLATE-KEY DELIMITED BY SIZE
                      "/EXIT:" DELIMITED BY SIZE
                      WS-FC-EXIT-IN DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-FC-BILL-YN DELIMITED BY SIZE
                      INTO WS-MKC-R-SUMMARY
               END-STRING
               PERFORM MKC-FILE-REQUEST
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF WS-FC-BILL-YN = "B"
               PERFORM COMPUTE-VISIT-FEE
               PERFORM APPLY-VISIT-DISCOUNT
               MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
               PERFORM CHECK-ACTIVE-PERMIT
               IF WS-PERMIT-ACTIVE = 'Y'
                   MOVE 0 TO FEE-AMOUNT
                   MOVE 0 TO WS-DSC-AMOUNT
               END-IF
           ELSE
               MOVE 0 TO FEE-AMOUNT
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "OPEN/" DELIMITED BY SIZE
                  TIME-OF-ENTRY(1:16) DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO TIME-OF-EXIT
           MOVE WS-FC-EXIT-IN TO TIME-OF-EXIT
           REWRITE PARKING-RECORD
           PERFORM JOURNAL-PARKING-CHG
           IF WS-FILE-STATUS NOT = "00"
               STRING "Rewrite Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "FORCE-CLOSE-OPEN-RECORD" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VISIT-CLOSED
           MOVE 'Y' TO WS-MKC-DONE

           MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM FREE-ASSIGNED-SLOT
           MOVE LOT-ID TO WS-OCC-LOT
           MOVE VEHICLE-TYPE TO WS-OCC-TYPE
           MOVE -1 TO WS-OCC-DELTA
           PERFORM BUMP-OCCUPANCY-TALLY
           MOVE FEE-AMOUNT TO WS-FEE-DISPLAY
           DISPLAY "Record force-closed at " WS-FC-EXIT-IN
                   " - fee " WS-FEE-DISPLAY
           MOVE "FORCECLOSE" TO WS-AUDIT-ACTION
           STRING WS-FC-EXIT-IN DELIMITED BY SIZE
                  "/FEE:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "/RSN:" DELIMITED BY SIZE
                  WS-FC-REASON-TEXT DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           IF WS-FC-BILL-YN = "B"
               MOVE 'X' TO WS-DSC-STAGE
               PERFORM RECORD-VISIT-DISCOUNT
           END-IF

           IF FEE-AMOUNT > 0
               MOVE FEE-AMOUNT TO WS-PAY-AMOUNT-DUE
               MOVE 0 TO WS-PAY-TENDERED
               PERFORM WRITE-PAYMENT-RECORD
           END-IF

           PERFORM RESTORE-CURRENT-PARKING-PERIOD
           IF WS-VISIT-CLOSED = 'Y'
               PERFORM NOTIFY-WAITLIST-IF-SPACE
           END-IF
           .

      * MENU OPTION - FILTERED AUDIT-TRAIL INQUIRY: BY STUDENT NUMBER,
      * OPERATOR, ACTION TYPE, AND DATE RANGE (EACH BLANK = ALL).
      * MATCHES GO TO THE SCREEN AND TO THE PRINTED EXTRACT AT THE
      * SAME TIME. THE FIXED LINE OFFSETS ARE THE ONES APPEND-AUDIT-
      * RECORD ESTABLISHED: DATE AT 1, ACTION AT 29, STUDENT AT 42,
      * OPERATOR AT 181
       AUDIT-TRAIL-INQUIRY.
           DISPLAY "Student Number (blank = all): " WITH NO ADVANCING
           ACCEPT WS-AXQ-STUDENT
           DISPLAY "Operator ID (blank = all): " WITH NO ADVANCING
           ACCEPT WS-AXQ-OPR
           MOVE FUNCTION UPPER-CASE(WS-AXQ-OPR) TO WS-AXQ-OPR
           DISPLAY "Action Type (blank = all): " WITH NO ADVANCING
           ACCEPT WS-AXQ-ACTION
           MOVE FUNCTION UPPER-CASE(WS-AXQ-ACTION) TO WS-AXQ-ACTION
           DISPLAY "Start Date (YYYY-MM-DD, blank = open): "
                   WITH NO ADVANCING
           ACCEPT WS-AXQ-START
           DISPLAY "End Date (YYYY-MM-DD, blank = open): "
                   WITH NO ADVANCING
           ACCEPT WS-AXQ-END
           MOVE 0 TO WS-AXQ-COUNT

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
           IF WS-AUDIT-STATUS NOT = "00"
               STRING "Audit Open Error: " WS-AUDIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "AUDIT-TRAIL-INQUIRY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUDIT-EXTRACT-FILE
           IF WS-AXT-STATUS NOT = "00"
               STRING "Extract Open Error: " WS-AXT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "AUDIT-TRAIL-INQUIRY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE AUDIT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RPT-PAGE-NUM
           PERFORM PRINT-AXT-PAGE-HEADER

           DISPLAY "--- Audit Trail Inquiry ---"
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM FILTER-ONE-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

           PERFORM PRINT-AXT-PAGE-FOOTER
           MOVE ' ' TO AXT-CARRIAGE-CONTROL
           MOVE SPACES TO AXT-LINE-TEXT
           WRITE AUDIT-EXTRACT-RECORD
           STRING "TOTAL LINES MATCHED: " DELIMITED BY SIZE
                  WS-AXQ-COUNT DELIMITED BY SIZE
                  INTO AXT-LINE-TEXT
           END-STRING
           WRITE AUDIT-EXTRACT-RECORD
           CLOSE AUDIT-EXTRACT-FILE
           DISPLAY WS-AXQ-COUNT " line(s) matched - extract written "
                   "to AUDIT-EXTRACT.rpt"
           .

      * APPLIES THE FILTERS TO THE AUDIT LINE IN THE FD AND SHOWS /
      * PRINTS IT WHEN EVERY GIVEN FILTER HOLDS
       FILTER-ONE-AUDIT-LINE.
           MOVE 'Y' TO WS-AXQ-MATCH
           IF WS-AXQ-STUDENT NOT = SPACES
               AND AUDIT-RECORD(42:11) NOT = WS-AXQ-STUDENT
               MOVE 'N' TO WS-AXQ-MATCH
           END-IF
           IF WS-AXQ-OPR NOT = SPACES
               AND AUDIT-RECORD(181:8) NOT = WS-AXQ-OPR
               MOVE 'N' TO WS-AXQ-MATCH
           END-IF
           IF WS-AXQ-ACTION NOT = SPACES
               AND AUDIT-RECORD(29:10) NOT = WS-AXQ-ACTION
               MOVE 'N' TO WS-AXQ-MATCH
           END-IF
           IF WS-AXQ-START NOT = SPACES
               AND AUDIT-RECORD(1:10) < WS-AXQ-START
               MOVE 'N' TO WS-AXQ-MATCH
           END-IF
           IF WS-AXQ-END NOT = SPACES
               AND AUDIT-RECORD(1:10) > WS-AXQ-END
               MOVE 'N' TO WS-AXQ-MATCH
           END-IF
           IF WS-AXQ-MATCH = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AXQ-COUNT
           DISPLAY AUDIT-RECORD(1:19) " | " AUDIT-RECORD(29:10)
                   " | " AUDIT-RECORD(42:11) " | OP: "
                   AUDIT-RECORD(181:8)
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           STRING AUDIT-RECORD(1:19) " | "
                  AUDIT-RECORD(29:10) " | "
                  AUDIT-RECORD(42:11) " | OP: "
                  AUDIT-RECORD(181:8)
                  DELIMITED BY SIZE
                  INTO WS-RPT-DETAIL-LINE
           END-STRING
           PERFORM PRINT-AXT-DETAIL-LINE
      * THE BEFORE/AFTER IMAGES GO ON A SECOND, INDENTED LINE SO THE
      * 200-BYTE RAW LINE FITS PRINT WIDTH
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           STRING "    " AUDIT-RECORD(53:121)
                  DELIMITED BY SIZE
                  INTO WS-RPT-DETAIL-LINE
           END-STRING
           PERFORM PRINT-AXT-DETAIL-LINE
           .

      * TITLE AND FILTERS - '1' STARTS A FRESH PRINTER PAGE
       PRINT-AXT-PAGE-HEADER.
           ADD 1 TO WS-RPT-PAGE-NUM
           MOVE '1' TO AXT-CARRIAGE-CONTROL
           STRING "PUP-TAGUIG STUDENT PARKING SYSTEM - AUDIT TRAIL "
                  "EXTRACT" DELIMITED BY SIZE
                  INTO AXT-LINE-TEXT
           END-STRING
           WRITE AUDIT-EXTRACT-RECORD
           MOVE ' ' TO AXT-CARRIAGE-CONTROL
           MOVE SPACES TO AXT-LINE-TEXT
           STRING "Student: " WS-AXQ-STUDENT
                  "  Operator: " WS-AXQ-OPR
                  "  Action: " WS-AXQ-ACTION
                  DELIMITED BY SIZE
                  INTO AXT-LINE-TEXT
           END-STRING
           WRITE AUDIT-EXTRACT-RECORD
           MOVE SPACES TO AXT-LINE-TEXT
           STRING "Period: " WS-AXQ-START " to " WS-AXQ-END
                  "   Page: " WS-RPT-PAGE-NUM
                  DELIMITED BY SIZE
                  INTO AXT-LINE-TEXT
           END-STRING
           WRITE AUDIT-EXTRACT-RECORD
           MOVE ALL "-" TO AXT-LINE-TEXT
           WRITE AUDIT-EXTRACT-RECORD
           MOVE 0 TO WS-RPT-LINE-COUNT
           .

      * SAME PAGE-BREAK RHYTHM AS THE DATE RANGE REPORT
       PRINT-AXT-DETAIL-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM PRINT-AXT-PAGE-FOOTER
               PERFORM PRINT-AXT-PAGE-HEADER
           END-IF
           MOVE ' ' TO AXT-CARRIAGE-CONTROL
           MOVE WS-RPT-DETAIL-LINE TO AXT-LINE-TEXT
           WRITE AUDIT-EXTRACT-RECORD
           ADD 1 TO WS-RPT-LINE-COUNT
           .

      * END-OF-PAGE MARKER, AS ON THE DATE RANGE REPORT
       PRINT-AXT-PAGE-FOOTER.
           MOVE ' ' TO AXT-CARRIAGE-CONTROL
           MOVE SPACES TO AXT-LINE-TEXT
           WRITE AUDIT-EXTRACT-RECORD
           STRING "*** END OF PAGE " DELIMITED BY SIZE
                  WS-RPT-PAGE-NUM DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
                  INTO AXT-LINE-TEXT
           END-STRING
           WRITE AUDIT-EXTRACT-RECORD
           .

      * MENU OPTION - EVERY FORCE-CLOSE LOGGED IN A CHOSEN MONTH, OFF
      * THE AUDIT TRAIL, SO THE CORRECTIONS THEMSELVES STAY HONEST
       FORCE-CLOSE-REPORT.
           DISPLAY "Report month (YYYY-MM): " WITH NO ADVANCING
           ACCEPT WS-FC-MONTH-IN
           MOVE 0 TO WS-FC-COUNT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "No audit activity recorded yet."
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               STRING "Audit Open Error: " WS-AUDIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "FORCE-CLOSE-REPORT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           DISPLAY "--- Force-Closes for " WS-FC-MONTH-IN " ---"
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF AUDIT-RECORD(1:7) = WS-FC-MONTH-IN
                           AND AUDIT-RECORD(29:10) = "FORCECLOSE"
                           DISPLAY AUDIT-RECORD
                           ADD 1 TO WS-FC-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-FC-COUNT = 0
               DISPLAY "No force-closes logged in that month."
           ELSE
               DISPLAY WS-FC-COUNT " force-close(s) listed."
           END-IF
           .

      * MENU OPTION - CHECKS IN A VISITOR WITH NAME AND PLATE CAPTURED
      * AT THE GATE AND A SYSTEM-ASSIGNED PASS ID, SO EVENT GUESTS AND
      * SUPPLIERS FINALLY LEAVE A RECORD. CAPACITY IS ENFORCED WITH
      * THE SAME WEIGHTS AS STUDENT CHECK-INS
       VISITOR-CHECK-IN.
           PERFORM LOAD-OCCUPANCY-TALLY
           DISPLAY "Enter Vehicle Type (MOTORCYCLE/CAR/BICYCLE): "
                   WITH NO ADVANCING
           ACCEPT WS-VEHICLE-TYPE
           MOVE FUNCTION UPPER-CASE(WS-VEHICLE-TYPE)
               TO WS-VEHICLE-TYPE
           IF WS-VEHICLE-TYPE NOT = "MOTORCYCLE"
               AND WS-VEHICLE-TYPE NOT = "CAR"
               AND WS-VEHICLE-TYPE NOT = "BICYCLE"
               DISPLAY "Invalid Vehicle Type!"
               EXIT PARAGRAPH
           END-IF
           IF WS-VEHICLE-TYPE = "CAR"
               MOVE 2 TO WS-PROSPECTIVE-WEIGHT
           ELSE
               MOVE 1 TO WS-PROSPECTIVE-WEIGHT
           END-IF
           IF WS-SLOTS-USED + WS-PROSPECTIVE-WEIGHT > WS-LOT-CAPACITY
               DISPLAY "LOT FULL - No space available for new entries."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           MOVE FUNCTION UPPER-CASE(WS-LOT-ID) TO WS-LOT-ID
           IF WS-LOT-ID = SPACES
               DISPLAY "Invalid Lot ID!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LOT-OPEN-FOR-ENTRY
           IF WS-LOT-REFUSED = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Visitor Name: " WITH NO ADVANCING
           ACCEPT WS-VST-NAME-IN
           IF WS-VST-NAME-IN = SPACES
               DISPLAY "Invalid Visitor Name!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter License Plate: " WITH NO ADVANCING
           ACCEPT WS-PLATE
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid License Plate!"
               EXIT PARAGRAPH
           END-IF
           MOVE "VST-ENTRY" TO WS-WTC-CONTEXT
           PERFORM CHECK-PLATE-WATCHLIST

      * A PLATE ON TODAY'S EVENT GUEST LIST PARKS ON THE HOST
      * DEPARTMENT'S ACCOUNT - THE GUEST WAS TOLD PARKING IS FREE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-EVG-LOOKUP-DATE
           END-STRING
           PERFORM CHECK-EVENT-GUEST
           IF WS-EVG-HIT = 'Y'
               DISPLAY "Pre-registered event guest of "
                       FUNCTION TRIM(EVG-COST-CENTER)
                       " - parking bills to the department."
           END-IF

           OPEN I-O VISITOR-FILE
           IF WS-VISITOR-STATUS = "35"
               OPEN OUTPUT VISITOR-FILE
               CLOSE VISITOR-FILE
               OPEN I-O VISITOR-FILE
           END-IF
           IF WS-VISITOR-STATUS NOT = "00"
               STRING "Visitor Open Error: " WS-VISITOR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "VISITOR-CHECK-IN" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-PASS-ID
           MOVE WS-NEXT-PASS-ID TO VST-PASS-ID
           MOVE WS-VST-NAME-IN TO VST-NAME
           MOVE WS-PLATE TO VST-LICENSE-PLATE
           MOVE WS-VEHICLE-TYPE TO VST-VEHICLE-TYPE
           MOVE WS-LOT-ID TO VST-LOT-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           MOVE WS-DATE-TIME TO VST-TIME-OF-ENTRY
           MOVE SPACES TO VST-TIME-OF-EXIT
           MOVE 0 TO VST-FEE-AMOUNT
           WRITE VISITOR-RECORD
           IF WS-VISITOR-STATUS NOT = "00"
               STRING "Visitor Write Error: " WS-VISITOR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "VISITOR-CHECK-IN" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE VISITOR-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE VISITOR-FILE
           DISPLAY "Visitor Pass " VST-PASS-ID " issued to "
                   FUNCTION TRIM(WS-VST-NAME-IN)
           MOVE WS-LOT-ID TO WS-OCC-LOT
           MOVE WS-VEHICLE-TYPE TO WS-OCC-TYPE
           MOVE +1 TO WS-OCC-DELTA
           PERFORM BUMP-OCCUPANCY-TALLY
           IF WS-EVG-HIT = 'Y'
               PERFORM MARK-EVENT-GUEST-ARRIVED
           END-IF

           PERFORM BUILD-VISITOR-PSEUDO-ID
           MOVE WS-VST-PSEUDO-ID TO STUDENT-NUMBER
           MOVE "VST-IN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING WS-VST-NAME-IN DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PLATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATE-TIME(1:16) DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * PASS IDS RUN IN SEQUENCE OFF THE HIGHEST ON FILE, LIKE
      * RECEIPTS. CALLED WITH VISITOR-FILE OPEN I-O
       GET-NEXT-PASS-ID.
           MOVE 0 TO WS-NEXT-PASS-ID
           MOVE 0 TO VST-PASS-ID
           START VISITOR-FILE KEY IS >= VST-PASS-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ VISITOR-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               MOVE VST-PASS-ID TO WS-NEXT-PASS-ID
                       END-READ
                   END-PERFORM
           END-START
           ADD 1 TO WS-NEXT-PASS-ID
           .

      * THE LEDGERS AND AUDIT TRAIL ARE KEYED BY AN 11-BYTE STUDENT
      * NUMBER - A VISITOR TRAVELS THROUGH THEM AS "V" + PASS ID
       BUILD-VISITOR-PSEUDO-ID.
           MOVE SPACES TO WS-VST-PSEUDO-ID
           STRING "V" DELIMITED BY SIZE
                  VST-PASS-ID DELIMITED BY SIZE
                  INTO WS-VST-PSEUDO-ID
           END-STRING
           .

      * MENU OPTION - CLOSES A VISITOR PASS AT THE DAILY RATE (ANY
      * PART OF A DAY COUNTS AS A DAY) AND TAKES PAYMENT THROUGH THE
      * SAME RECEIPT PATH STUDENT FEES USE
       VISITOR-CHECK-OUT.
           DISPLAY "Enter Visitor Pass ID: " WITH NO ADVANCING
           ACCEPT WS-VST-PASS-IN
           OPEN I-O VISITOR-FILE
           IF WS-VISITOR-STATUS NOT = "00"
               DISPLAY "No visitor passes on file."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-VST-PASS-IN) TO VST-PASS-ID
           READ VISITOR-FILE
               INVALID KEY
                   DISPLAY "Visitor pass not found."
                   CLOSE VISITOR-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF VST-TIME-OF-EXIT NOT = SPACES
               DISPLAY "That pass was already checked out at "
                       VST-TIME-OF-EXIT(1:16)
               CLOSE VISITOR-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE VST-LICENSE-PLATE TO WS-PLATE
           MOVE VST-LOT-ID TO WS-LOT-ID
           MOVE "VST-EXIT" TO WS-WTC-CONTEXT
           PERFORM CHECK-PLATE-WATCHLIST

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           MOVE VST-TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE WS-DATE-TIME TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-OUT - WS-ELAPSED-MINUTES-1
           COMPUTE WS-VST-DAYS = (WS-ELAPSED-DIFF + 1439) / 1440
           IF WS-VST-DAYS = 0
               MOVE 1 TO WS-VST-DAYS
           END-IF
      * A DAY THE CAMPUS WAS CLOSED IS NOT A DAY THE GUEST CHOSE TO
      * PARK - CLOSED DAYS IN THE STAY COME OFF THE BILLABLE COUNT
           COMPUTE WS-CAL-SPAN-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(VST-TIME-OF-ENTRY(1:4)) * 10000
               + FUNCTION NUMVAL(VST-TIME-OF-ENTRY(6:2)) * 100
               + FUNCTION NUMVAL(VST-TIME-OF-ENTRY(9:2)))
           COMPUTE WS-CAL-SPAN-END = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
           PERFORM COUNT-CLOSED-DAYS-IN-SPAN
           IF WS-CAL-CLOSED-DAYS > 0
               IF WS-VST-DAYS > WS-CAL-CLOSED-DAYS
                   SUBTRACT WS-CAL-CLOSED-DAYS FROM WS-VST-DAYS
               ELSE
                   MOVE 1 TO WS-VST-DAYS
               END-IF
               DISPLAY WS-CAL-CLOSED-DAYS " closed day(s) in the "
                       "stay - not billed."
           END-IF
           COMPUTE VST-FEE-AMOUNT ROUNDED =
               WS-VST-DAYS * WS-VISITOR-DAILY-RATE
           MOVE WS-DATE-TIME TO VST-TIME-OF-EXIT
           REWRITE VISITOR-RECORD
           IF WS-VISITOR-STATUS NOT = "00"
               STRING "Visitor Rewrite Error: " WS-VISITOR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "VISITOR-CHECK-OUT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE VISITOR-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE VISITOR-FILE

           MOVE VST-FEE-AMOUNT TO WS-FEE-DISPLAY
           DISPLAY "Visitor checked out - " WS-VST-DAYS
                   " day(s), fee " WS-FEE-DISPLAY
           MOVE VST-LOT-ID TO WS-OCC-LOT
           MOVE VST-VEHICLE-TYPE TO WS-OCC-TYPE
           MOVE -1 TO WS-OCC-DELTA
           PERFORM BUMP-OCCUPANCY-TALLY
           PERFORM BUILD-VISITOR-PSEUDO-ID
           MOVE WS-VST-PSEUDO-ID TO STUDENT-NUMBER
           MOVE "VST-OUT" TO WS-AUDIT-ACTION
           MOVE "OPEN" TO WS-AUDIT-BEFORE
           STRING VST-TIME-OF-EXIT DELIMITED BY SIZE
                  "/FEE:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD

      * A PRE-REGISTERED EVENT GUEST'S FEE GOES ON THE DEPARTMENT'S
      * INVOICE - NOTHING IS COLLECTED AT THE WINDOW
           MOVE VST-TIME-OF-ENTRY(1:10) TO WS-EVG-LOOKUP-DATE
           PERFORM CHECK-EVENT-GUEST
           IF WS-EVG-HIT = 'Y'
               PERFORM MARK-EVENT-GUEST-BILLED
               DISPLAY "Event guest of "
                       FUNCTION TRIM(EVG-COST-CENTER)
                       " - fee billed to the department."
           ELSE
               MOVE WS-VST-PSEUDO-ID TO WS-STUDENT-NUMBER
               MOVE VST-FEE-AMOUNT TO WS-PAY-AMOUNT-DUE
               MOVE "VISITOR" TO WS-PAY-REV-TYPE
               PERFORM RECORD-FEE-PAYMENT
           END-IF
           PERFORM NOTIFY-WAITLIST-IF-SPACE
           .

      * THE LEDGERS, SLOT MAP, AND AUDIT TRAIL ARE KEYED BY AN
      * 11-BYTE STUDENT NUMBER - AN EMPLOYEE TRAVELS THROUGH THEM AS
      * "E" + EMPLOYEE NUMBER, THE WAY A VISITOR TRAVELS AS "V" + PASS
       BUILD-STAFF-PSEUDO-ID.
           MOVE SPACES TO WS-STF-PSEUDO-ID
           STRING "E" DELIMITED BY SIZE
                  WS-EMP-NUMBER-IN DELIMITED BY SIZE
                  INTO WS-STF-PSEUDO-ID
           END-STRING
           .

      * MENU OPTION (SUPERVISOR) - ADDS AN EMPLOYEE TO THE REGISTER OR
      * REFRESHES AN EXISTING ONE, THE WAY OPERATOR-MAINTENANCE DOES
       EMPLOYEE-MAINTENANCE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Employee Number: " WITH NO ADVANCING
           ACCEPT WS-EMP-NUMBER-IN
           MOVE FUNCTION UPPER-CASE(WS-EMP-NUMBER-IN)
               TO WS-EMP-NUMBER-IN
           IF WS-EMP-NUMBER-IN = SPACES
               DISPLAY "Invalid Employee Number!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Employee Name: " WITH NO ADVANCING
           ACCEPT WS-EMP-NAME-IN
           DISPLAY "Enter Department: " WITH NO ADVANCING
           ACCEPT WS-EMP-DEPT-IN
           DISPLAY "Enter License Plate: " WITH NO ADVANCING
           ACCEPT WS-EMP-PLATE-IN
           MOVE WS-EMP-PLATE-IN TO WS-PLATE
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid License Plate!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vehicle Type (MOTORCYCLE/CAR/BICYCLE): "
                   WITH NO ADVANCING
           ACCEPT WS-EMP-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-EMP-TYPE-IN)
               TO WS-EMP-TYPE-IN
           IF WS-EMP-TYPE-IN NOT = "MOTORCYCLE"
               AND WS-EMP-TYPE-IN NOT = "CAR"
               AND WS-EMP-TYPE-IN NOT = "BICYCLE"
               DISPLAY "Invalid Vehicle Type!"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-FILE
               CLOSE EMPLOYEE-FILE
               OPEN I-O EMPLOYEE-FILE
           END-IF
           IF WS-EMPLOYEE-STATUS NOT = "00"
               STRING "Employee Open Error: " WS-EMPLOYEE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "EMPLOYEE-MAINTENANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-NUMBER-IN TO EMP-NUMBER
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE WS-EMP-NUMBER-IN TO EMP-NUMBER
                   MOVE WS-EMP-NAME-IN TO EMP-NAME
                   MOVE WS-EMP-DEPT-IN TO EMP-DEPARTMENT
                   MOVE WS-EMP-PLATE-IN TO EMP-LICENSE-PLATE
                   MOVE WS-EMP-TYPE-IN TO EMP-VEHICLE-TYPE
                   WRITE EMPLOYEE-RECORD
                   DISPLAY "Employee " WS-EMP-NUMBER-IN " registered."
               NOT INVALID KEY
                   MOVE WS-EMP-NAME-IN TO EMP-NAME
                   MOVE WS-EMP-DEPT-IN TO EMP-DEPARTMENT
                   MOVE WS-EMP-PLATE-IN TO EMP-LICENSE-PLATE
                   MOVE WS-EMP-TYPE-IN TO EMP-VEHICLE-TYPE
                   REWRITE EMPLOYEE-RECORD
                   DISPLAY "Employee " WS-EMP-NUMBER-IN " updated."
           END-READ
           IF WS-EMPLOYEE-STATUS NOT = "00"
               STRING "Employee Write Error: " WS-EMPLOYEE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "EMPLOYEE-MAINTENANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE EMPLOYEE-FILE
           .

      * SETS WS-STF-OPEN-FOUND WHEN THE EMPLOYEE ALREADY HAS AN OPEN
      * STAFF VISIT, LEAVING THAT RECORD IN THE FD FOR THE CALLER.
      * CALLED WITH STAFF-VISIT-FILE ALREADY OPEN
       SCAN-STAFF-FOR-OPEN-VISIT.
           MOVE 'N' TO WS-STF-OPEN-FOUND
           MOVE WS-EMP-NUMBER-IN TO SVF-EMP-NUMBER
           MOVE LOW-VALUES TO SVF-TIME-OF-ENTRY
           MOVE 'N' TO END-OF-FILE
           START STAFF-VISIT-FILE KEY IS >= SVF-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ STAFF-VISIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF SVF-EMP-NUMBER = WS-EMP-NUMBER-IN
                           IF SVF-TIME-OF-EXIT = SPACES
                               MOVE 'Y' TO WS-STF-OPEN-FOUND
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           .

      * MENU OPTION - CHECKS A REGISTERED EMPLOYEE IN. THE FACULTY
      * SLOTS DEFINE-SLOT-INVENTORY RESERVES FINALLY HAVE A PATH THAT
      * CAN OCCUPY THEM; THE FEE ACCRUES FOR THE PAYROLL EXTRACT
      * INSTEAD OF BEING COLLECTED IN CASH AT THE WINDOW
       STAFF-CHECK-IN.
           DISPLAY "Enter Employee Number: " WITH NO ADVANCING
           ACCEPT WS-EMP-NUMBER-IN
           MOVE FUNCTION UPPER-CASE(WS-EMP-NUMBER-IN)
               TO WS-EMP-NUMBER-IN
           MOVE 'N' TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "No employees registered yet - register the "
                       "employee first."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-NUMBER-IN TO EMP-NUMBER
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND
           END-READ
           CLOSE EMPLOYEE-FILE
           IF WS-EMP-FOUND = 'N'
               DISPLAY "Employee not on the register - register the "
                       "employee first."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O STAFF-VISIT-FILE
           IF WS-STAFF-VISIT-STATUS = "35"
               OPEN OUTPUT STAFF-VISIT-FILE
               CLOSE STAFF-VISIT-FILE
               OPEN I-O STAFF-VISIT-FILE
           END-IF
           IF WS-STAFF-VISIT-STATUS NOT = "00"
               STRING "Staff Visit Open Error: "
                   WS-STAFF-VISIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "STAFF-CHECK-IN" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-STAFF-FOR-OPEN-VISIT
           IF WS-STF-OPEN-FOUND = 'Y'
               DISPLAY "Employee already has a vehicle parked."
               CLOSE STAFF-VISIT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-OCCUPANCY-TALLY
           IF EMP-VEHICLE-TYPE = "CAR"
               MOVE 2 TO WS-PROSPECTIVE-WEIGHT
           ELSE
               MOVE 1 TO WS-PROSPECTIVE-WEIGHT
           END-IF
           IF WS-SLOTS-USED + WS-PROSPECTIVE-WEIGHT > WS-LOT-CAPACITY
               DISPLAY "LOT FULL - No space available for new entries."
               CLOSE STAFF-VISIT-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           MOVE FUNCTION UPPER-CASE(WS-LOT-ID) TO WS-LOT-ID
           IF WS-LOT-ID = SPACES
               DISPLAY "Invalid Lot ID!"
               CLOSE STAFF-VISIT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LOT-OPEN-FOR-ENTRY
           IF WS-LOT-REFUSED = 'Y'
               CLOSE STAFF-VISIT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-LICENSE-PLATE TO WS-PLATE
           MOVE "STF-ENTRY" TO WS-WTC-CONTEXT
           PERFORM CHECK-PLATE-WATCHLIST

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           MOVE WS-EMP-NUMBER-IN TO SVF-EMP-NUMBER
           MOVE WS-DATE-TIME TO SVF-TIME-OF-ENTRY
           MOVE EMP-LICENSE-PLATE TO SVF-LICENSE-PLATE
           MOVE EMP-VEHICLE-TYPE TO SVF-VEHICLE-TYPE
           MOVE WS-LOT-ID TO SVF-LOT-ID
           MOVE SPACES TO SVF-TIME-OF-EXIT
           MOVE 0 TO SVF-FEE-AMOUNT
           MOVE 'N' TO SVF-EXTRACTED
           WRITE STAFF-VISIT-RECORD
           IF WS-STAFF-VISIT-STATUS NOT = "00"
               STRING "Staff Visit Write Error: "
                   WS-STAFF-VISIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "STAFF-CHECK-IN" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE STAFF-VISIT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SVF-TIME-OF-ENTRY(1:16) TO WS-GATE-VISIT-START
           CLOSE STAFF-VISIT-FILE
           DISPLAY "Staff check-in recorded for "
                   FUNCTION TRIM(EMP-NAME)

           MOVE WS-LOT-ID TO WS-OCC-LOT
           MOVE EMP-VEHICLE-TYPE TO WS-OCC-TYPE
           MOVE +1 TO WS-OCC-DELTA
           PERFORM BUMP-OCCUPANCY-TALLY
           PERFORM BUILD-STAFF-PSEUDO-ID
           MOVE WS-STF-PSEUDO-ID TO WS-STUDENT-NUMBER
           MOVE "FACULTY" TO WS-SLOT-TYPE-WANTED
           PERFORM ASSIGN-FREE-SLOT
           MOVE WS-LOT-ID TO WS-GATE-LOT
           MOVE WS-PLATE TO WS-GATE-PLATE
           MOVE WS-STUDENT-NUMBER TO WS-GATE-STUDENT
           MOVE "IN " TO WS-GATE-DIRECTION
           PERFORM EMIT-GATE-OPEN-COMMAND

           MOVE WS-STF-PSEUDO-ID TO STUDENT-NUMBER
           MOVE "STF-IN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING EMP-NAME DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  EMP-LICENSE-PLATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATE-TIME(1:16) DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * MENU OPTION - CLOSES A STAFF VISIT. THE FEE IS PRICED WITH THE
      * SAME TIERED HOURLY COMPUTATION A STUDENT EXIT USES, BUT
      * NOTHING CROSSES THE COUNTER - THE CHARGE WAITS ON THE VISIT
      * RECORD FOR THE MONTHLY PAYROLL DEDUCTION EXTRACT
       STAFF-CHECK-OUT.
           DISPLAY "Enter Employee Number: " WITH NO ADVANCING
           ACCEPT WS-EMP-NUMBER-IN
           MOVE FUNCTION UPPER-CASE(WS-EMP-NUMBER-IN)
               TO WS-EMP-NUMBER-IN
           OPEN I-O STAFF-VISIT-FILE
           IF WS-STAFF-VISIT-STATUS NOT = "00"
               DISPLAY "No staff visits on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-STAFF-FOR-OPEN-VISIT
           IF WS-STF-OPEN-FOUND = 'N'
               DISPLAY "No open staff visit for that employee."
               CLOSE STAFF-VISIT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           MOVE SVF-TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE WS-DATE-TIME TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-2
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-2 - WS-ELAPSED-MINUTES-1
           COMPUTE WS-ELAPSED-HOURS-OUT = WS-ELAPSED-DIFF / 60
           COMPUTE WS-ELAPSED-MINS-OUT =
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)
      * COMPUTE-VISIT-FEE PRICES OFF THE PARKING-RECORD AREA - STAGE
      * THE VISIT'S TYPE IN AND TAKE THE FEE BACK OUT
           MOVE SVF-VEHICLE-TYPE TO VEHICLE-TYPE
           MOVE SVF-TIME-OF-ENTRY TO TIME-OF-ENTRY
           PERFORM COMPUTE-VISIT-FEE
           MOVE FEE-AMOUNT TO SVF-FEE-AMOUNT
           MOVE WS-DATE-TIME TO SVF-TIME-OF-EXIT
           REWRITE STAFF-VISIT-RECORD
           IF WS-STAFF-VISIT-STATUS NOT = "00"
               STRING "Staff Visit Rewrite Error: "
                   WS-STAFF-VISIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "STAFF-CHECK-OUT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE STAFF-VISIT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE STAFF-VISIT-FILE

           MOVE SVF-FEE-AMOUNT TO WS-FEE-DISPLAY
           DISPLAY "Staff check-out recorded - "
                   WS-ELAPSED-HOURS-OUT " hr(s) "
                   WS-ELAPSED-MINS-OUT " min(s), "
                   WS-FEE-DISPLAY " to payroll deduction."
           PERFORM BUILD-STAFF-PSEUDO-ID
           MOVE WS-STF-PSEUDO-ID TO WS-STUDENT-NUMBER
           MOVE SVF-LOT-ID TO LOT-ID
           PERFORM FREE-ASSIGNED-SLOT
           MOVE SVF-LOT-ID TO WS-OCC-LOT
           MOVE SVF-VEHICLE-TYPE TO WS-OCC-TYPE
           MOVE -1 TO WS-OCC-DELTA
           PERFORM BUMP-OCCUPANCY-TALLY
           MOVE SVF-LOT-ID TO WS-GATE-LOT
           MOVE SVF-LICENSE-PLATE TO WS-GATE-PLATE
           MOVE WS-STUDENT-NUMBER TO WS-GATE-STUDENT
           MOVE SVF-TIME-OF-ENTRY(1:16) TO WS-GATE-VISIT-START
           MOVE "OUT" TO WS-GATE-DIRECTION
           PERFORM EMIT-GATE-OPEN-COMMAND

           MOVE WS-STF-PSEUDO-ID TO STUDENT-NUMBER
           MOVE "STF-OUT" TO WS-AUDIT-ACTION
           MOVE "OPEN" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-DATE-TIME(1:16) DELIMITED BY SIZE
                  "/FEE:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "/PAYROLL" DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           PERFORM NOTIFY-WAITLIST-IF-SPACE
           .

      * MENU OPTION (SUPERVISOR) - THE MONTHLY HANDOVER TO HR: EVERY
      * NOT-YET-EXTRACTED STAFF CHARGE WHOSE EXIT FALLS IN THE CHOSEN
      * MONTH, ROLLED UP PER EMPLOYEE, WRITTEN IN HR'S DEDUCTION
      * LAYOUT AND MARKED EXTRACTED SO A RERUN CANNOT DEDUCT TWICE
       PAYROLL-DEDUCTION-EXTRACT.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Deduction month (YYYY-MM): " WITH NO ADVANCING
           ACCEPT WS-HRX-MONTH-IN
           MOVE 0 TO WS-HRX-COUNT-USED
           MOVE 0 TO WS-HRX-TOTAL
           MOVE 0 TO WS-HRX-EXTRACTED

           OPEN I-O STAFF-VISIT-FILE
           IF WS-STAFF-VISIT-STATUS NOT = "00"
               DISPLAY "No staff visits on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ STAFF-VISIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF SVF-TIME-OF-EXIT(1:7) = WS-HRX-MONTH-IN
                           AND SVF-EXTRACTED = 'N'
                           AND SVF-FEE-AMOUNT > 0
                           PERFORM ROLL-UP-STAFF-CHARGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAFF-VISIT-FILE

           IF WS-HRX-COUNT-USED = 0
               DISPLAY "No staff charges to extract for "
                       WS-HRX-MONTH-IN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HRX-FILENAME
           STRING "STAFF-DEDUCTIONS-" DELIMITED BY SIZE
                  WS-HRX-MONTH-IN DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-HRX-FILENAME
           END-STRING
           OPEN OUTPUT HR-EXTRACT-FILE
           IF WS-HRX-STATUS NOT = "00"
               STRING "HR Extract Open Error: " WS-HRX-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAYROLL-DEDUCTION-EXTRACT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           PERFORM VARYING WS-HRX-I FROM 1 BY 1
                   UNTIL WS-HRX-I > WS-HRX-COUNT-USED
               MOVE WS-HRX-T-EMP(WS-HRX-I) TO HRX-EMP-NUMBER
               MOVE SPACES TO HRX-EMP-NAME
               IF WS-EMPLOYEE-STATUS = "00"
                   MOVE WS-HRX-T-EMP(WS-HRX-I) TO EMP-NUMBER
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-NAME TO HRX-EMP-NAME
                   END-READ
               END-IF
               MOVE WS-HRX-MONTH-IN TO HRX-PERIOD
               MOVE WS-HRX-T-AMOUNT(WS-HRX-I) TO HRX-AMOUNT
               WRITE HR-EXTRACT-RECORD
               ADD WS-HRX-T-AMOUNT(WS-HRX-I) TO WS-HRX-TOTAL
           END-PERFORM
           IF WS-EMPLOYEE-STATUS = "00"
               CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE HR-EXTRACT-FILE

           MOVE WS-HRX-TOTAL TO WS-HRX-AMT-DISPLAY
           DISPLAY "Payroll extract written to " WS-HRX-FILENAME
                   " - " WS-HRX-EXTRACTED " visit(s), "
                   WS-HRX-COUNT-USED " employee(s), total "
                   WS-HRX-AMT-DISPLAY
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "HR-XTRACT" TO WS-AUDIT-ACTION
           MOVE WS-HRX-MONTH-IN TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "VISITS:" WS-HRX-EXTRACTED
                  "/TOTAL:" WS-HRX-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * FOLDS ONE CHARGE INTO THE PER-EMPLOYEE ROLLUP AND MARKS THE
      * VISIT EXTRACTED. CALLED WITH STAFF-VISIT-FILE OPEN I-O AND THE
      * QUALIFYING RECORD IN THE FD
       ROLL-UP-STAFF-CHARGE.
           MOVE 'N' TO WS-HRX-FOUND
           PERFORM VARYING WS-HRX-I FROM 1 BY 1
                   UNTIL WS-HRX-I > WS-HRX-COUNT-USED
               IF WS-HRX-T-EMP(WS-HRX-I) = SVF-EMP-NUMBER
                   MOVE 'Y' TO WS-HRX-FOUND
                   ADD SVF-FEE-AMOUNT TO WS-HRX-T-AMOUNT(WS-HRX-I)
               END-IF
           END-PERFORM
           IF WS-HRX-FOUND = 'N'
               IF WS-HRX-COUNT-USED >= 50
                   DISPLAY "WARNING: payroll rollup table full - "
                           "employee " SVF-EMP-NUMBER " not extracted."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HRX-COUNT-USED
               MOVE SVF-EMP-NUMBER
                   TO WS-HRX-T-EMP(WS-HRX-COUNT-USED)
               MOVE SVF-FEE-AMOUNT
                   TO WS-HRX-T-AMOUNT(WS-HRX-COUNT-USED)
           END-IF
           MOVE 'Y' TO SVF-EXTRACTED
           REWRITE STAFF-VISIT-RECORD
           ADD 1 TO WS-HRX-EXTRACTED
           .

      * MENU OPTION (SUPERVISOR) - LODGES A DEPARTMENT'S GUEST LIST AS
      * A BATCH, ONE LINE PER GUEST (EVENT DATE, HOST COST CENTER,
      * NAME, PLATE), SO GRADUATION MORNING IS A PLATE MATCH AT THE
      * GATE INSTEAD OF A QUEUE OF ONE-AT-A-TIME VISITOR SCREENS. A
      * GUEST ALREADY LODGED FOR THE DATE IS REFRESHED, NOT DOUBLED
       LOAD-EVENT-PREREG.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EVT-LOADED
           MOVE 0 TO WS-EVT-UPDATED
           MOVE 0 TO WS-EVT-REJECTED

           OPEN INPUT EVENT-TRANS-FILE
           IF WS-EVENT-TRANS-STATUS = "35"
               DISPLAY "No pre-registration batch (EVENT-PREREG.dat) "
                       "found."
               EXIT PARAGRAPH
           END-IF
           IF WS-EVENT-TRANS-STATUS NOT = "00"
               STRING "Event Batch Open Error: "
                   WS-EVENT-TRANS-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOAD-EVENT-PREREG" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN I-O EVENT-GUEST-FILE
           IF WS-EVENT-GUEST-STATUS = "35"
               OPEN OUTPUT EVENT-GUEST-FILE
               CLOSE EVENT-GUEST-FILE
               OPEN I-O EVENT-GUEST-FILE
           END-IF
           IF WS-EVENT-GUEST-STATUS NOT = "00"
               STRING "Event Register Open Error: "
                   WS-EVENT-GUEST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOAD-EVENT-PREREG" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE EVENT-TRANS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ EVENT-TRANS-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM APPLY-EVENT-PREREG-LINE
               END-READ
           END-PERFORM
           CLOSE EVENT-TRANS-FILE
           CLOSE EVENT-GUEST-FILE
           DISPLAY "Pre-registration load complete - " WS-EVT-LOADED
                   " lodged, " WS-EVT-UPDATED " refreshed, "
                   WS-EVT-REJECTED " rejected."

           MOVE SPACES TO STUDENT-NUMBER
           MOVE "EVT-LOAD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "LODGED:" WS-EVT-LOADED
                  "/REFRESHED:" WS-EVT-UPDATED
                  "/REJECTED:" WS-EVT-REJECTED
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * VALIDATES AND APPLIES ONE GUEST-LIST LINE. CALLED WITH THE
      * EVENT REGISTER OPEN I-O
       APPLY-EVENT-PREREG-LINE.
           MOVE EVT-LICENSE-PLATE TO WS-PLATE
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               OR EVT-EVENT-DATE = SPACES
               OR EVT-COST-CENTER = SPACES
               ADD 1 TO WS-EVT-REJECTED
               DISPLAY "Pre-registration rejected: "
                       EVT-EVENT-DATE " " EVT-LICENSE-PLATE
               EXIT PARAGRAPH
           END-IF
           MOVE EVT-EVENT-DATE TO EVG-EVENT-DATE
           MOVE EVT-LICENSE-PLATE TO EVG-PLATE
           READ EVENT-GUEST-FILE
               INVALID KEY
                   MOVE EVT-EVENT-DATE TO EVG-EVENT-DATE
                   MOVE EVT-LICENSE-PLATE TO EVG-PLATE
                   MOVE EVT-COST-CENTER TO EVG-COST-CENTER
                   MOVE EVT-GUEST-NAME TO EVG-GUEST-NAME
                   MOVE "EXPECTED" TO EVG-STATUS
                   MOVE 0 TO EVG-PASS-ID
                   MOVE 0 TO EVG-AMOUNT
                   WRITE EVENT-GUEST-RECORD
                   ADD 1 TO WS-EVT-LOADED
               NOT INVALID KEY
                   MOVE EVT-COST-CENTER TO EVG-COST-CENTER
                   MOVE EVT-GUEST-NAME TO EVG-GUEST-NAME
                   REWRITE EVENT-GUEST-RECORD
                   ADD 1 TO WS-EVT-UPDATED
           END-READ
           .

      * LOOKS UP WS-EVG-LOOKUP-DATE + WS-PLATE ON THE EVENT REGISTER,
      * LEAVING THE GUEST RECORD IN THE FD WHEN IT HITS
       CHECK-EVENT-GUEST.
           MOVE 'N' TO WS-EVG-HIT
           OPEN INPUT EVENT-GUEST-FILE
           IF WS-EVENT-GUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVG-LOOKUP-DATE TO EVG-EVENT-DATE
           MOVE WS-PLATE TO EVG-PLATE
           READ EVENT-GUEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EVG-HIT
           END-READ
           CLOSE EVENT-GUEST-FILE
           .

      * STAMPS THE MATCHED GUEST ARRIVED WITH THE PASS JUST ISSUED
       MARK-EVENT-GUEST-ARRIVED.
           OPEN I-O EVENT-GUEST-FILE
           IF WS-EVENT-GUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVG-LOOKUP-DATE TO EVG-EVENT-DATE
           MOVE WS-PLATE TO EVG-PLATE
           READ EVENT-GUEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ARRIVED" TO EVG-STATUS
                   MOVE VST-PASS-ID TO EVG-PASS-ID
                   REWRITE EVENT-GUEST-RECORD
           END-READ
           CLOSE EVENT-GUEST-FILE
           .

      * PUTS THE CLOSED VISIT'S FEE ON THE DEPARTMENT'S TAB
       MARK-EVENT-GUEST-BILLED.
           OPEN I-O EVENT-GUEST-FILE
           IF WS-EVENT-GUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVG-LOOKUP-DATE TO EVG-EVENT-DATE
           MOVE WS-PLATE TO EVG-PLATE
           READ EVENT-GUEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "BILLED" TO EVG-STATUS
                   MOVE VST-FEE-AMOUNT TO EVG-AMOUNT
                   REWRITE EVENT-GUEST-RECORD
           END-READ
           CLOSE EVENT-GUEST-FILE
           .

      * MENU OPTION (SUPERVISOR) - THE ONE INVOICE THE DEPARTMENT
      * ASKED FOR: EVERY GUEST ON THE REGISTER FOR AN EVENT DATE,
      * ROLLED UP BY HOST COST CENTER, WITH NO-SHOWS AND STILL-PARKED
      * GUESTS CALLED OUT SEPARATELY FROM THE BILLED TOTAL
       EVENT-BILLING-EXTRACT.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Event Date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-EVT-DATE-IN
           MOVE 0 TO WS-EVI-CC-COUNT-USED
           MOVE 0 TO WS-EVI-GUESTS
           MOVE 0 TO WS-EVI-NOSHOWS
           MOVE 0 TO WS-EVI-ONLOT
           MOVE 0 TO WS-EVI-TOTAL

           OPEN INPUT EVENT-GUEST-FILE
           IF WS-EVENT-GUEST-STATUS NOT = "00"
               DISPLAY "No event pre-registrations on file."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EVINV-FILENAME
           STRING "EVENT-INVOICE-" DELIMITED BY SIZE
                  WS-EVT-DATE-IN DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-EVINV-FILENAME
           END-STRING
           OPEN OUTPUT EVENT-INVOICE-FILE
           IF WS-EVINV-STATUS NOT = "00"
               STRING "Invoice Open Error: " WS-EVINV-STATUS
                   INTO WS-FILE-ERROR
               MOVE "EVENT-BILLING-EXTRACT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE EVENT-GUEST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO EVI-CARRIAGE-CONTROL
           STRING "PUP-TAGUIG STUDENT PARKING SYSTEM - EVENT "
                  "PARKING INVOICE" DELIMITED BY SIZE
                  INTO EVI-LINE-TEXT
           END-STRING
           WRITE EVENT-INVOICE-RECORD
           MOVE ' ' TO EVI-CARRIAGE-CONTROL
           STRING "Event Date: " DELIMITED BY SIZE
                  WS-EVT-DATE-IN DELIMITED BY SIZE
                  INTO EVI-LINE-TEXT
           END-STRING
           WRITE EVENT-INVOICE-RECORD
           MOVE ALL "-" TO EVI-LINE-TEXT
           WRITE EVENT-INVOICE-RECORD

           MOVE WS-EVT-DATE-IN TO EVG-EVENT-DATE
           MOVE SPACES TO EVG-PLATE
           MOVE 'N' TO END-OF-FILE
           START EVENT-GUEST-FILE KEY IS >= EVG-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ EVENT-GUEST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF EVG-EVENT-DATE = WS-EVT-DATE-IN
                           PERFORM INVOICE-ONE-EVENT-GUEST
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-GUEST-FILE

           MOVE SPACES TO EVI-LINE-TEXT
           WRITE EVENT-INVOICE-RECORD
           PERFORM VARYING WS-EVI-I FROM 1 BY 1
                   UNTIL WS-EVI-I > WS-EVI-CC-COUNT-USED
               MOVE WS-EVI-CC-AMOUNT(WS-EVI-I)
                   TO WS-EVI-AMT-DISPLAY
               MOVE SPACES TO EVI-LINE-TEXT
               STRING "BILL TO " WS-EVI-CC-NAME(WS-EVI-I)
                      " - " WS-EVI-CC-COUNT(WS-EVI-I)
                      " GUEST(S), TOTAL " WS-EVI-AMT-DISPLAY
                      DELIMITED BY SIZE
                      INTO EVI-LINE-TEXT
               END-STRING
               WRITE EVENT-INVOICE-RECORD
           END-PERFORM
           MOVE WS-EVI-TOTAL TO WS-EVI-AMT-DISPLAY
           MOVE SPACES TO EVI-LINE-TEXT
           STRING "BILLED: " WS-EVI-GUESTS
                  "  NO-SHOWS: " WS-EVI-NOSHOWS
                  "  STILL ON LOT: " WS-EVI-ONLOT
                  "  GRAND TOTAL: " WS-EVI-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO EVI-LINE-TEXT
           END-STRING
           WRITE EVENT-INVOICE-RECORD
           CLOSE EVENT-INVOICE-FILE
           DISPLAY "Invoice written to " WS-EVINV-FILENAME
           .

      * ONE INVOICE DETAIL LINE PLUS THE COST-CENTER ROLLUP
       INVOICE-ONE-EVENT-GUEST.
           MOVE EVG-AMOUNT TO WS-EVI-AMT-DISPLAY
           MOVE ' ' TO EVI-CARRIAGE-CONTROL
           MOVE SPACES TO EVI-LINE-TEXT
           STRING "  " EVG-PLATE " | " EVG-GUEST-NAME
                  " | " EVG-COST-CENTER
                  " | " EVG-STATUS
                  " | " WS-EVI-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO EVI-LINE-TEXT
           END-STRING
           WRITE EVENT-INVOICE-RECORD
           EVALUATE EVG-STATUS
               WHEN "BILLED"
                   ADD 1 TO WS-EVI-GUESTS
                   ADD EVG-AMOUNT TO WS-EVI-TOTAL
                   PERFORM ROLL-UP-EVENT-COST-CENTER
               WHEN "ARRIVED"
                   ADD 1 TO WS-EVI-ONLOT
               WHEN OTHER
                   ADD 1 TO WS-EVI-NOSHOWS
           END-EVALUATE
           .

      * GROWS (OR BUMPS) THE COST-CENTER ROW FOR THE BILLED GUEST
       ROLL-UP-EVENT-COST-CENTER.
           MOVE 'N' TO WS-EVI-FOUND
           PERFORM VARYING WS-EVI-I FROM 1 BY 1
                   UNTIL WS-EVI-I > WS-EVI-CC-COUNT-USED
               IF WS-EVI-CC-NAME(WS-EVI-I) = EVG-COST-CENTER
                   MOVE 'Y' TO WS-EVI-FOUND
                   ADD 1 TO WS-EVI-CC-COUNT(WS-EVI-I)
                   ADD EVG-AMOUNT TO WS-EVI-CC-AMOUNT(WS-EVI-I)
               END-IF
           END-PERFORM
           IF WS-EVI-FOUND = 'N' AND WS-EVI-CC-COUNT-USED < 10
               ADD 1 TO WS-EVI-CC-COUNT-USED
               MOVE EVG-COST-CENTER
                   TO WS-EVI-CC-NAME(WS-EVI-CC-COUNT-USED)
               MOVE 1 TO WS-EVI-CC-COUNT(WS-EVI-CC-COUNT-USED)
               MOVE EVG-AMOUNT
                   TO WS-EVI-CC-AMOUNT(WS-EVI-CC-COUNT-USED)
           END-IF
           .

      * PULLS WS-STUDENT-NUMBER'S VEHICLE PROFILE INTO THE WS-PRF
      * STAGING FIELDS SO CHECK-IN PROMPTS CAN OFFER THEM AS DEFAULTS
       LOAD-VEHICLE-PROFILE.
           MOVE 'N' TO WS-PROFILE-FOUND
           MOVE SPACES TO WS-PRF-MODEL
           MOVE SPACES TO WS-PRF-COLOR
           MOVE SPACES TO WS-PRF-PLATE
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO PRF-STUDENT-NUMBER
           READ PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROFILE-FOUND
                   MOVE PRF-MODEL TO WS-PRF-MODEL
                   MOVE PRF-COLOR TO WS-PRF-COLOR
                   MOVE PRF-PLATE TO WS-PRF-PLATE
           END-READ
           CLOSE PROFILE-FILE
           .

      * RECORDS (OR REFRESHES) THE PROFILE FROM A CONFIRMED CHECK-IN
      * OR EDIT - WS-STUDENT-NUMBER / WS-MODEL / WS-COLOR / WS-PLATE
       SAVE-VEHICLE-PROFILE.
           OPEN I-O PROFILE-FILE
           IF WS-PROFILE-STATUS = "35"
               OPEN OUTPUT PROFILE-FILE
               CLOSE PROFILE-FILE
               OPEN I-O PROFILE-FILE
           END-IF
           IF WS-PROFILE-STATUS NOT = "00"
               STRING "Profile Open Error: " WS-PROFILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SAVE-VEHICLE-PROFILE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO PRF-STUDENT-NUMBER
           READ PROFILE-FILE
               INVALID KEY
                   MOVE WS-STUDENT-NUMBER TO PRF-STUDENT-NUMBER
                   MOVE WS-MODEL TO PRF-MODEL
                   MOVE WS-COLOR TO PRF-COLOR
                   MOVE WS-PLATE TO PRF-PLATE
                   WRITE PROFILE-RECORD
               NOT INVALID KEY
                   MOVE WS-MODEL TO PRF-MODEL
                   MOVE WS-COLOR TO PRF-COLOR
                   MOVE WS-PLATE TO PRF-PLATE
                   REWRITE PROFILE-RECORD
           END-READ
           IF WS-PROFILE-STATUS NOT = "00"
               STRING "Profile Write Error: " WS-PROFILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SAVE-VEHICLE-PROFILE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE PROFILE-FILE
           .

      * MENU OPTION - RESOLVES THE "SCANNER ENTRY" PLACEHOLDERS LEFT
      * BY PRE-PROFILE SCANNER CHECK-INS: NAME FROM THE REGISTRAR'S
      * ROSTER, MODEL AND COLOR FROM THE STUDENT'S PROFILE. SWEEPS THE
      * CURRENT PERIOD AND THE PRIOR MONTHS' FILES THE SAME WAY THE
      * ARCHIVER DOES
       RESOLVE-PLACEHOLDER-RECORDS.
           MOVE 0 TO WS-PLACEHOLDER-FIXED
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM FIX-ONE-PLACEHOLDER
               END-READ
           END-PERFORM
           CLOSE PARKING-FILE

           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           MOVE 0 TO WS-PRIOR-PERIOD-TRIES
           PERFORM UNTIL WS-PRIOR-PERIOD-TRIES = WS-PRIOR-MONTH-LIMIT
               ADD 1 TO WS-PRIOR-PERIOD-TRIES
               PERFORM DECREMENT-PARKING-PERIOD
               PERFORM BUILD-PARKING-FILENAME
               PERFORM OPEN-UNSEALED-PRIOR-IO
               IF WS-FILE-STATUS = "00"
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ PARKING-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               PERFORM FIX-ONE-PLACEHOLDER
                       END-READ
                   END-PERFORM
                   CLOSE PARKING-FILE
               END-IF
           END-PERFORM

           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "RESOLVE-PLACEHOLDER-RECORDS"
                   TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           DISPLAY WS-PLACEHOLDER-FIXED " placeholder record(s) "
                   "resolved."
           .

      * FIXES THE RECORD IN THE FD IF IT STILL CARRIES SCANNER
      * PLACEHOLDERS AND BETTER DATA EXISTS ON FILE
       FIX-ONE-PLACEHOLDER.
           IF STUDENT-NAME NOT = "SCANNER ENTRY"
               AND MOTORCYCLE-MODEL NOT = "SCANNER ENTRY"
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-MASTER
           PERFORM LOAD-VEHICLE-PROFILE
           IF WS-ON-ROSTER = 'N' AND WS-PROFILE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF STUDENT-NAME = "SCANNER ENTRY" AND WS-ON-ROSTER = 'Y'
               MOVE WS-STUDENT-NAME TO STUDENT-NAME
           END-IF
           IF MOTORCYCLE-MODEL = "SCANNER ENTRY"
               AND WS-PROFILE-FOUND = 'Y'
               AND WS-PRF-MODEL NOT = SPACES
               MOVE WS-PRF-MODEL TO MOTORCYCLE-MODEL
           END-IF
           IF MOTORCYCLE-COLOR = "UNKNOWN"
               AND WS-PROFILE-FOUND = 'Y'
               AND WS-PRF-COLOR NOT = SPACES
               MOVE WS-PRF-COLOR TO MOTORCYCLE-COLOR
           END-IF
           REWRITE PARKING-RECORD
           PERFORM JOURNAL-PARKING-CHG
           IF WS-FILE-STATUS = "00"
               ADD 1 TO WS-PLACEHOLDER-FIXED
           END-IF
           .

      * BUMPS THE MAINTAINED TALLY FOR ONE CHECK-IN (+1) OR CHECK-OUT
      * (-1) IN WS-OCC-LOT / WS-OCC-TYPE. A CHECK-OUT AGAINST AN
      * ALREADY-ZERO COUNTER MEANS THE TALLY HAS DRIFTED FROM THE
      * FILES - IT IS LEFT AT ZERO AND THE CLERK IS TOLD TO RUN THE
      * VERIFY/REBUILD
       BUMP-OCCUPANCY-TALLY.
           OPEN I-O OCCUPANCY-FILE
           IF WS-OCCUPANCY-STATUS = "35"
               OPEN OUTPUT OCCUPANCY-FILE
               CLOSE OCCUPANCY-FILE
               OPEN I-O OCCUPANCY-FILE
           END-IF
           IF WS-OCCUPANCY-STATUS NOT = "00"
               STRING "Occupancy Open Error: " WS-OCCUPANCY-STATUS
                   INTO WS-FILE-ERROR
               MOVE "BUMP-OCCUPANCY-TALLY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OCC-LOT TO OCC-LOT-ID
           READ OCCUPANCY-FILE
               INVALID KEY
                   MOVE WS-OCC-LOT TO OCC-LOT-ID
                   MOVE 0 TO OCC-MOTORCYCLE
                   MOVE 0 TO OCC-CAR
                   MOVE 0 TO OCC-BICYCLE
                   PERFORM APPLY-OCCUPANCY-DELTA
                   WRITE OCCUPANCY-RECORD
               NOT INVALID KEY
                   PERFORM APPLY-OCCUPANCY-DELTA
                   REWRITE OCCUPANCY-RECORD
           END-READ
           IF WS-OCCUPANCY-STATUS NOT = "00"
               STRING "Occupancy Write Error: " WS-OCCUPANCY-STATUS
                   INTO WS-FILE-ERROR
               MOVE "BUMP-OCCUPANCY-TALLY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE OCCUPANCY-FILE
      * EVERY TALLY MOVE REFRESHES THE LOT'S ENTRANCE BOARD FEED
           PERFORM WRITE-SPACES-AVAILABLE
           .

      * REWRITES THE SPACES-AVAILABLE FEED FOR THE LOT IN WS-OCC-LOT.
      * FREE SPACE COMES OFF THE SLOT MAP - THE NUMBERED SPACES ARE
      * WHAT A DRIVER CAN ACTUALLY PARK IN - SO A LOT WITH NO SLOT
      * INVENTORY HAS NO BOARD FEED TO MAINTAIN. A MOTORCYCLE OR
      * BICYCLE FITS ANY FREE REGULAR SPACE; A CAR NEEDS TWO. A SLOT
      * HELD BY A RESERVATION IS NOT ADVERTISED UNTIL ITS WINDOW ENDS
       WRITE-SPACES-AVAILABLE.
           MOVE 0 TO WS-BRD-REG-FREE
           MOVE 0 TO WS-BRD-PWD-FREE
           MOVE 'N' TO WS-BRD-INV-FOUND
           MOVE WS-OCC-LOT TO WS-RSV-POOL-LOT
           MOVE SPACES TO WS-RSV-POOL-DATE
           PERFORM LOAD-HELD-SLOTS
           OPEN INPUT SLOT-FILE
           IF WS-SLOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OCC-LOT TO SLT-LOT-ID
           MOVE 0 TO SLT-SLOT-NUMBER
           MOVE 'N' TO END-OF-FILE
           START SLOT-FILE KEY IS >= SLT-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SLOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF SLT-LOT-ID = WS-OCC-LOT
                           MOVE 'Y' TO WS-BRD-INV-FOUND
                           PERFORM CHECK-SLOT-HELD
                           IF SLT-OCCUPIED-BY = SPACES
                               AND WS-RSV-SLOT-HELD = 'N'
                               EVALUATE SLT-SLOT-TYPE
                                   WHEN "PWD"
                                       ADD 1 TO WS-BRD-PWD-FREE
                                   WHEN "REGULAR"
                                       ADD 1 TO WS-BRD-REG-FREE
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOT-FILE
           IF WS-BRD-INV-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

      * A CLOSED LOT ADVERTISES NO SPACE, AND A REDUCED LOT ONLY
      * ADVERTISES THE HEADROOM LEFT UNDER ITS TEMPORARY CAPACITY -
      * THE BOARD MUST NEVER INVITE A VEHICLE THE GATE WILL REFUSE
           MOVE WS-OCC-LOT TO WS-LST-LOOKUP
           PERFORM CHECK-LOT-STATUS
           IF WS-LOT-CLOSED = 'Y'
               MOVE 0 TO WS-BRD-REG-FREE
               MOVE 0 TO WS-BRD-PWD-FREE
           END-IF
           IF WS-LOT-REDUCED = 'Y'
               IF WS-LOT-EFF-CAP > WS-LOT-USED-WEIGHTED
                   COMPUTE WS-BRD-HEADROOM =
                       WS-LOT-EFF-CAP - WS-LOT-USED-WEIGHTED
               ELSE
                   MOVE 0 TO WS-BRD-HEADROOM
               END-IF
               IF WS-BRD-REG-FREE > WS-BRD-HEADROOM
                   MOVE WS-BRD-HEADROOM TO WS-BRD-REG-FREE
               END-IF
               IF WS-BRD-PWD-FREE > WS-BRD-HEADROOM
                   MOVE WS-BRD-HEADROOM TO WS-BRD-PWD-FREE
               END-IF
           END-IF

           MOVE SPACES TO WS-BOARD-FILENAME
           STRING "SPACES-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OCC-LOT) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-BOARD-FILENAME
           END-STRING
           OPEN OUTPUT BOARD-FILE
           IF WS-BOARD-STATUS NOT = "00"
               STRING "Board Feed Open Error: " WS-BOARD-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WRITE-SPACES-AVAILABLE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OCC-LOT TO BRD-LOT-ID
           MOVE WS-BRD-REG-FREE TO BRD-FREE-MOTORCYCLE
           COMPUTE BRD-FREE-CAR = WS-BRD-REG-FREE / 2
           MOVE WS-BRD-REG-FREE TO BRD-FREE-BICYCLE
           MOVE WS-BRD-PWD-FREE TO BRD-FREE-PWD
           WRITE BOARD-RECORD
           CLOSE BOARD-FILE
           .

      * APPLIES THE SIGNED DELTA TO THE TYPE COUNTER IN THE RECORD
      * AREA, FLOORING AT ZERO RATHER THAN WRAPPING AN UNSIGNED FIELD
       APPLY-OCCUPANCY-DELTA.
           MOVE 'N' TO WS-OCC-DRIFT
           EVALUATE WS-OCC-TYPE
               WHEN "CAR"
                   IF WS-OCC-DELTA < 0 AND OCC-CAR = 0
                       MOVE 'Y' TO WS-OCC-DRIFT
                   ELSE
                       ADD WS-OCC-DELTA TO OCC-CAR
                   END-IF
               WHEN "BICYCLE"
                   IF WS-OCC-DELTA < 0 AND OCC-BICYCLE = 0
                       MOVE 'Y' TO WS-OCC-DRIFT
                   ELSE
                       ADD WS-OCC-DELTA TO OCC-BICYCLE
                   END-IF
               WHEN OTHER
                   IF WS-OCC-DELTA < 0 AND OCC-MOTORCYCLE = 0
                       MOVE 'Y' TO WS-OCC-DRIFT
                   ELSE
                       ADD WS-OCC-DELTA TO OCC-MOTORCYCLE
                   END-IF
           END-EVALUATE
           IF WS-OCC-DRIFT = 'Y'
               DISPLAY "Occupancy tally drift detected for lot "
                       FUNCTION TRIM(WS-OCC-LOT)
                       " - run the Verify/Rebuild option."
           END-IF
           .

      * READS THE MAINTAINED TALLY INTO THE SAME WS-SLOTS FIELDS
      * COUNT-PARKED-SLOTS FILLS, SO EVERY CAPACITY CHECK KEEPS ITS
      * SHAPE WHILE THE THIRTEEN-FILE RESCAN DISAPPEARS FROM THE GATE
       LOAD-OCCUPANCY-TALLY.
           MOVE 0 TO WS-SLOTS-USED
           MOVE 0 TO WS-SLOTS-MOTORCYCLE
           MOVE 0 TO WS-SLOTS-CAR
           MOVE 0 TO WS-SLOTS-BICYCLE
           OPEN INPUT OCCUPANCY-FILE
           IF WS-OCCUPANCY-STATUS = "35"
      * NO TALLY YET - FALL BACK TO THE FULL RECOUNT, WHICH ALSO
      * SEEDS THE FILE FOR NEXT TIME
               PERFORM REBUILD-OCCUPANCY-TALLY
               EXIT PARAGRAPH
           END-IF
           IF WS-OCCUPANCY-STATUS NOT = "00"
               STRING "Occupancy Open Error: " WS-OCCUPANCY-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOAD-OCCUPANCY-TALLY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ OCCUPANCY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD OCC-MOTORCYCLE TO WS-SLOTS-MOTORCYCLE
                       ADD OCC-CAR TO WS-SLOTS-CAR
                       ADD OCC-BICYCLE TO WS-SLOTS-BICYCLE
               END-READ
           END-PERFORM
           CLOSE OCCUPANCY-FILE
           COMPUTE WS-SLOTS-USED = WS-SLOTS-MOTORCYCLE
               + WS-SLOTS-BICYCLE + (WS-SLOTS-CAR * 2)
           .

      * MENU OPTION (AND FIRST-TIME SEEDING) - RECOMPUTES THE TALLY
      * FROM THE FILES: THE FULL MULTI-PERIOD OPEN-VISIT SCAN PLUS THE
      * OPEN VISITOR PASSES, ACCUMULATED PER LOT AND TYPE, THEN THE
      * OCCUPANCY FILE IS REWRITTEN FROM SCRATCH. REPORTS THE BEFORE
      * AND AFTER WEIGHTED TOTALS SO DRIFT IS VISIBLE WHEN IT HAPPENS
       REBUILD-OCCUPANCY-TALLY.
           MOVE 0 TO WS-OCC-OLD-USED
           OPEN INPUT OCCUPANCY-FILE
           IF WS-OCCUPANCY-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ OCCUPANCY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           COMPUTE WS-OCC-OLD-USED =
                               WS-OCC-OLD-USED + OCC-MOTORCYCLE
                               + OCC-BICYCLE + (OCC-CAR * 2)
                   END-READ
               END-PERFORM
               CLOSE OCCUPANCY-FILE
           END-IF

           MOVE 0 TO WS-OCC-ROW-COUNT
           PERFORM COUNT-PARKED-SLOTS

           OPEN OUTPUT OCCUPANCY-FILE
           IF WS-OCCUPANCY-STATUS NOT = "00"
               STRING "Occupancy Open Error: " WS-OCCUPANCY-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REBUILD-OCCUPANCY-TALLY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OCC-I FROM 1 BY 1
                   UNTIL WS-OCC-I > WS-OCC-ROW-COUNT
               MOVE WS-OCC-ROW-LOT(WS-OCC-I) TO OCC-LOT-ID
               MOVE WS-OCC-ROW-MC(WS-OCC-I) TO OCC-MOTORCYCLE
               MOVE WS-OCC-ROW-CAR(WS-OCC-I) TO OCC-CAR
               MOVE WS-OCC-ROW-BIKE(WS-OCC-I) TO OCC-BICYCLE
               WRITE OCCUPANCY-RECORD
           END-PERFORM
           CLOSE OCCUPANCY-FILE

           DISPLAY "Occupancy tally rebuilt - weighted total was "
                   WS-OCC-OLD-USED ", recount says " WS-SLOTS-USED
           .

      * FOLDS ONE OPEN VISIT (LOT IN WS-OCC-LOT, TYPE IN WS-OCC-TYPE)
      * INTO THE REBUILD ACCUMULATION TABLE, THE SAME WAY
      * ADD-TO-LOT-TABLE GROWS THE PER-ZONE TABLE
       ACCUMULATE-OCCUPANCY-ROW.
           MOVE 'N' TO WS-LOT-FOUND-FLAG
           PERFORM VARYING WS-OCC-I FROM 1 BY 1
                   UNTIL WS-OCC-I > WS-OCC-ROW-COUNT
               IF WS-OCC-ROW-LOT(WS-OCC-I) = WS-OCC-LOT
                   MOVE 'Y' TO WS-LOT-FOUND-FLAG
                   PERFORM ADD-TO-OCCUPANCY-ROW
               END-IF
           END-PERFORM
           IF WS-LOT-FOUND-FLAG = 'N' AND WS-OCC-ROW-COUNT < 20
               ADD 1 TO WS-OCC-ROW-COUNT
               MOVE WS-OCC-LOT TO WS-OCC-ROW-LOT(WS-OCC-ROW-COUNT)
               MOVE 0 TO WS-OCC-ROW-MC(WS-OCC-ROW-COUNT)
               MOVE 0 TO WS-OCC-ROW-CAR(WS-OCC-ROW-COUNT)
               MOVE 0 TO WS-OCC-ROW-BIKE(WS-OCC-ROW-COUNT)
               MOVE WS-OCC-ROW-COUNT TO WS-OCC-I
               PERFORM ADD-TO-OCCUPANCY-ROW
           END-IF
           .

      * THE TYPE-SPECIFIC ADD FOR THE ROW WS-OCC-I POINTS AT
       ADD-TO-OCCUPANCY-ROW.
           EVALUATE WS-OCC-TYPE
               WHEN "CAR"
                   ADD 1 TO WS-OCC-ROW-CAR(WS-OCC-I)
               WHEN "BICYCLE"
                   ADD 1 TO WS-OCC-ROW-BIKE(WS-OCC-I)
               WHEN OTHER
                   ADD 1 TO WS-OCC-ROW-MC(WS-OCC-I)
           END-EVALUATE
           .

      * CHECKS WS-PLATE AGAINST SECURITY'S WATCHLIST. A HIT RAISES A
      * DISTINCTIVE ALERT TO THE CLERK AND APPENDS TO THE SECURITY
      * ALERT LOG WITH TIMESTAMP, LOT, AND GATE PATH - AND THEN LETS
      * THE GATE CARRY ON. CALLERS SET WS-WTC-CONTEXT TO SAY WHICH
      * PATH SAW THE PLATE
       CHECK-PLATE-WATCHLIST.
           MOVE 'N' TO WS-WTC-HIT
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLATE TO WTC-PLATE
           READ WATCHLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WTC-HIT
           END-READ
           CLOSE WATCHLIST-FILE
           IF WS-WTC-HIT = 'N'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "*********************************************"
           DISPLAY "*** SECURITY WATCHLIST HIT - PLATE " WS-PLATE
                   " ***"
           DISPLAY "*** " FUNCTION TRIM(WTC-REASON) " ***"
           DISPLAY "*** NOTIFY CAMPUS SECURITY - DO NOT ALARM ***"
           DISPLAY "*** THE DRIVER                            ***"
           DISPLAY "*********************************************"

           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               STRING "Alert Log Open Error: " WS-ALERT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CHECK-PLATE-WATCHLIST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           STRING WS-DATE-TIME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PLATE DELIMITED BY SIZE
                  " | LOT: " DELIMITED BY SIZE
                  WS-LOT-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-WTC-CONTEXT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WTC-REASON DELIMITED BY SIZE
                  " | RPT: " DELIMITED BY SIZE
                  WTC-REPORTED-BY DELIMITED BY SIZE
                  INTO ALERT-RECORD
           END-STRING
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           .

      * APPENDS ONE OPEN COMMAND TO THE BARRIER-ARM CONTROLLER QUEUE.
      * CALLERS STAGE WS-GATE-LOT / WS-GATE-PLATE, THE VISIT'S
      * WS-GATE-STUDENT / WS-GATE-VISIT-START, AND SET
      * WS-GATE-DIRECTION ("IN " OR "OUT"); WS-GATE-LANE NAMES WHICH
      * LANE'S ARM TO RAISE AND DEFAULTS TO THE BOOTH LANE. THE
      * COMMAND CARRIES A REFERENCE (DAY, TIME, A RUNNING NUMBER AND
      * WHO SENT IT) SO THE RAISE IT CAUSES CAN BE TIED BACK TO IT.
      * BOTH BOOTH TERMINALS SEND FOR THE SAME LANE AND EACH KEEPS
      * ITS OWN RUNNING NUMBER, SO AT THE BOOTH THE SIGNED-ON CLERK
      * MAKES THE REFERENCE UNIQUE; A FEED RUN USES ITS GATE. IF THE
      * QUEUE FILE CANNOT BE WRITTEN THE GUARD IS TOLD IN SO MANY
      * WORDS TO WORK THE ARM BY HAND - A SILENTLY STUCK ARM AT 7AM
      * BACKS TRAFFIC ONTO THE STREET
       EMIT-GATE-OPEN-COMMAND.
           OPEN EXTEND GATE-FILE
           IF WS-GATE-STATUS = "35"
               OPEN OUTPUT GATE-FILE
               CLOSE GATE-FILE
               OPEN EXTEND GATE-FILE
           END-IF
           IF WS-GATE-STATUS NOT = "00"
               PERFORM REPORT-GATE-DEGRADED
               STRING "Gate Queue Open Error: " WS-GATE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "EMIT-GATE-OPEN-COMMAND" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           IF WS-GATE-SEQ = 9999
               MOVE 0 TO WS-GATE-SEQ
           END-IF
           ADD 1 TO WS-GATE-SEQ
           MOVE SPACES TO WS-GATE-REF
           IF WS-GATE-LANE = "BOOTH" AND WS-OPERATOR-ID NOT = SPACES
               MOVE WS-OPERATOR-ID TO WS-GATE-REF-TAG
           ELSE
               MOVE WS-GATE-LANE TO WS-GATE-REF-TAG
           END-IF
           STRING WS-DAY WS-HOURS WS-MINUTES WS-SECONDS WS-GATE-SEQ
                  DELIMITED BY SIZE
                  WS-GATE-REF-TAG DELIMITED BY SPACE
                  INTO WS-GATE-REF
           END-STRING
           MOVE SPACES TO GATE-COMMAND-RECORD
           STRING WS-DATE-TIME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-GATE-LANE DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-GATE-LOT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-GATE-DIRECTION DELIMITED BY SIZE
                  " | OPEN | " DELIMITED BY SIZE
                  WS-GATE-PLATE DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-GATE-REF DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-GATE-STUDENT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-GATE-VISIT-START DELIMITED BY SIZE
                  INTO GATE-COMMAND-RECORD
           END-STRING
           MOVE SPACES TO WS-GATE-STUDENT
           MOVE SPACES TO WS-GATE-VISIT-START
           WRITE GATE-COMMAND-RECORD
           IF WS-GATE-STATUS NOT = "00"
               PERFORM REPORT-GATE-DEGRADED
               STRING "Gate Queue Write Error: " WS-GATE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "EMIT-GATE-OPEN-COMMAND" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           ELSE
               IF WS-GATE-DEGRADED = 'Y'
                   MOVE 'N' TO WS-GATE-DEGRADED
                   DISPLAY "Gate controller queue is accepting "
                           "commands again."
               END-IF
           END-IF
           CLOSE GATE-FILE
           .

      * THE DEGRADED-MODE BANNER THE GUARD ACTS ON
       REPORT-GATE-DEGRADED.
           MOVE 'Y' TO WS-GATE-DEGRADED
           DISPLAY "*********************************************"
           DISPLAY "*** GATE CONTROLLER OFFLINE - ARM WILL    ***"
           DISPLAY "*** NOT RISE. RAISE THE BARRIER MANUALLY  ***"
           DISPLAY "*** FOR LANE " WS-GATE-LANE " ***"
           DISPLAY "*********************************************"
           .

      * MENU OPTION (SUPERVISOR) - ADDS, UPDATES, OR REMOVES A PLATE
      * ON SECURITY'S WATCHLIST
       WATCHLIST-MAINTENANCE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A-Add/Update  R-Remove: " WITH NO ADVANCING
           ACCEPT WS-WTC-ACTION-IN
           MOVE FUNCTION UPPER-CASE(WS-WTC-ACTION-IN)
               TO WS-WTC-ACTION-IN
           DISPLAY "Enter License Plate: " WITH NO ADVANCING
           ACCEPT WS-PLATE
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid License Plate!"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS = "35"
               OPEN OUTPUT WATCHLIST-FILE
               CLOSE WATCHLIST-FILE
               OPEN I-O WATCHLIST-FILE
           END-IF
           IF WS-WATCHLIST-STATUS NOT = "00"
               STRING "Watchlist Open Error: " WS-WATCHLIST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WATCHLIST-MAINTENANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           IF WS-WTC-ACTION-IN = "R"
               MOVE WS-PLATE TO WTC-PLATE
               READ WATCHLIST-FILE
                   INVALID KEY
                       DISPLAY "Plate is not on the watchlist."
                   NOT INVALID KEY
                       DELETE WATCHLIST-FILE RECORD
                       DISPLAY "Plate removed from the watchlist."
               END-READ
               CLOSE WATCHLIST-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Reason: " WITH NO ADVANCING
           ACCEPT WS-WTC-REASON-IN
           DISPLAY "Reported By: " WITH NO ADVANCING
           ACCEPT WS-WTC-REPORTER-IN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-PLATE TO WTC-PLATE
           READ WATCHLIST-FILE
               INVALID KEY
                   MOVE WS-PLATE TO WTC-PLATE
                   MOVE WS-WTC-REASON-IN TO WTC-REASON
                   MOVE WS-WTC-REPORTER-IN TO WTC-REPORTED-BY
                   MOVE WS-TODAY-DATE TO WTC-ADDED-ON
                   WRITE WATCHLIST-RECORD
                   DISPLAY "Plate added to the watchlist."
               NOT INVALID KEY
                   MOVE WS-WTC-REASON-IN TO WTC-REASON
                   MOVE WS-WTC-REPORTER-IN TO WTC-REPORTED-BY
                   MOVE WS-TODAY-DATE TO WTC-ADDED-ON
                   REWRITE WATCHLIST-RECORD
                   DISPLAY "Watchlist entry updated."
           END-READ
           IF WS-WATCHLIST-STATUS NOT = "00"
               STRING "Watchlist Write Error: " WS-WATCHLIST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WATCHLIST-MAINTENANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE WATCHLIST-FILE
           .

      * DAILY REVENUE JOURNAL FOR THE UNIVERSITY FINANCE SYSTEM -
      * TOTALS THE DAY'S RECORDED COLLECTIONS OFF THE AUDIT TRAIL PER
      * REVENUE TYPE (HOURLY FEES, VISITOR FEES, FINES - ACCOUNT CODES
      * CONFIG-DRIVEN LIKE THE RATES), WRITES THE FIXED-FORMAT UPLOAD
      * FILE, AND LOGS THE RUN IN RUN-CONTROL SO THE SAME DAY CANNOT
      * BE HANDED TO FINANCE TWICE. CALLED BY END-OF-DAY-BATCH AND
      * AVAILABLE FROM THE MENU
       FINANCE-JOURNAL-EXTRACT.
           MOVE "FINEXT" TO WS-RUNCTL-TYPE
           PERFORM READ-RUN-CONTROL
           IF WS-RUNCTL-EXISTS = 'Y'
               AND WS-RUNCTL-OUTCOME = "COMPLETE"
               AND WS-EOD-FORCED = 'N'
               DISPLAY "Finance extract already produced for today "
                       "- rerun with FORCE to override."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RUNCTL-CHECKPOINT
           MOVE "EXTRACT" TO WS-RUNCTL-STEP
           PERFORM MARK-RUN-RUNNING

           MOVE 0 TO WS-JRN-HOURLY
           MOVE 0 TO WS-JRN-VISITOR
           MOVE 0 TO WS-JRN-FINES
           MOVE 0 TO WS-JRN-PERMITS
           MOVE 0 TO WS-JRN-PLANS
           MOVE 0 TO WS-JRN-WLT-IN
           MOVE 0 TO WS-JRN-WLT-OUT
           MOVE 0 TO WS-JRN-WLT-IN-BACK
           MOVE 0 TO WS-JRN-WLT-OUT-BACK
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "No audit activity recorded yet."
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               STRING "Audit Open Error: " WS-AUDIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "FINANCE-JOURNAL-EXTRACT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM TALLY-JOURNAL-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           PERFORM TALLY-JOURNAL-DISCOUNTS
      * THE PARKING WALLETS ARE A LIABILITY: TOP-UPS ARE CASH IN AND
      * CREDITED TO IT, FEES PAID FROM A WALLET ARE DEBITED FROM IT
      * AND EARNED AS HOURLY FEES. THE DAY'S FIGURES COME OFF THE
      * WALLET LEDGER, REVERSALS ALREADY NETTED. A NET THAT COMES
      * OUT NEGATIVE IS POSTED THE OTHER WAY ROUND RATHER THAN LEFT
      * OFF, OR THE JOURNAL STOPS AGREEING WITH THE LEDGER
           MOVE WS-TODAY-DATE TO WS-WLT-TODAY
           MOVE 'N' TO WS-WLT-PRINT
           PERFORM WLT-TALLY-DAY
           IF WS-WLT-DAY-TOPUPS > 0
               MOVE WS-WLT-DAY-TOPUPS TO WS-JRN-WLT-IN
           END-IF
           IF WS-WLT-DAY-TOPUPS < 0
               COMPUTE WS-JRN-WLT-IN-BACK = 0 - WS-WLT-DAY-TOPUPS
           END-IF
           IF WS-WLT-DAY-DEBITS > 0
               MOVE WS-WLT-DAY-DEBITS TO WS-JRN-WLT-OUT
           END-IF
           IF WS-WLT-DAY-DEBITS < 0
               COMPUTE WS-JRN-WLT-OUT-BACK = 0 - WS-WLT-DAY-DEBITS
           END-IF

           COMPUTE WS-JRN-TOTAL = WS-JRN-HOURLY + WS-JRN-VISITOR
               + WS-JRN-FINES + WS-JRN-PERMITS + WS-JRN-WLT-IN
               + WS-JRN-PLANS
           STRING "JOURNAL-" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-JOURNAL-FILENAME
           END-STRING
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               STRING "Journal Open Error: " WS-JOURNAL-STATUS
                   INTO WS-FILE-ERROR
               MOVE "FINANCE-JOURNAL-EXTRACT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE TO JRN-POSTING-DATE
           MOVE WS-ACCT-CASH TO JRN-ACCOUNT
           MOVE WS-JRN-TOTAL TO JRN-DEBIT
           MOVE WS-JRN-WLT-IN-BACK TO JRN-CREDIT
           MOVE "CASH RECEIVED" TO JRN-DESC
           WRITE JOURNAL-RECORD

      * HOURLY FEES ARE CREDITED GROSS, WITH THE STATUTORY DISCOUNTS
      * GRANTED DEBITED TO THEIR OWN ACCOUNT SO FINANCE SEES THEM
           MOVE WS-ACCT-DISCOUNTS TO JRN-ACCOUNT
           MOVE WS-JRN-DISCOUNTS TO JRN-DEBIT
           MOVE 0 TO JRN-CREDIT
           MOVE "FEE DISCOUNTS GIVEN" TO JRN-DESC
           WRITE JOURNAL-RECORD

           MOVE WS-ACCT-HOURLY TO JRN-ACCOUNT
           MOVE WS-JRN-WLT-OUT-BACK TO JRN-DEBIT
           COMPUTE JRN-CREDIT = WS-JRN-HOURLY + WS-JRN-DISCOUNTS
               + WS-JRN-WLT-OUT
           MOVE "HOURLY PARKING FEES" TO JRN-DESC
           WRITE JOURNAL-RECORD

           MOVE WS-ACCT-VISITOR TO JRN-ACCOUNT
           MOVE 0 TO JRN-DEBIT
           MOVE WS-JRN-VISITOR TO JRN-CREDIT
           MOVE "VISITOR PARKING FEES" TO JRN-DESC
           WRITE JOURNAL-RECORD

           MOVE WS-ACCT-FINES TO JRN-ACCOUNT
           MOVE 0 TO JRN-DEBIT
           MOVE WS-JRN-FINES TO JRN-CREDIT
           MOVE "PARKING FINES" TO JRN-DESC
           WRITE JOURNAL-RECORD

           MOVE WS-ACCT-PERMITS TO JRN-ACCOUNT
           MOVE 0 TO JRN-DEBIT
           MOVE WS-JRN-PERMITS TO JRN-CREDIT
           MOVE "SEMESTER PERMIT SALES" TO JRN-DESC
           WRITE JOURNAL-RECORD

           MOVE WS-ACCT-PLANS TO JRN-ACCOUNT
           MOVE 0 TO JRN-DEBIT
           MOVE WS-JRN-PLANS TO JRN-CREDIT
           MOVE "PLAN INSTALLMENTS" TO JRN-DESC
           WRITE JOURNAL-RECORD

           MOVE WS-ACCT-WALLET TO JRN-ACCOUNT
           COMPUTE JRN-DEBIT = WS-JRN-WLT-OUT + WS-JRN-WLT-IN-BACK
           COMPUTE JRN-CREDIT = WS-JRN-WLT-IN + WS-JRN-WLT-OUT-BACK
           MOVE "PARKING WALLET" TO JRN-DESC
           WRITE JOURNAL-RECORD

           MOVE "TOTAL" TO JRN-ACCOUNT
           COMPUTE JRN-DEBIT = WS-JRN-TOTAL + WS-JRN-DISCOUNTS
               + WS-JRN-WLT-OUT + WS-JRN-WLT-IN-BACK
               + WS-JRN-WLT-OUT-BACK
           COMPUTE JRN-CREDIT = WS-JRN-TOTAL + WS-JRN-DISCOUNTS
               + WS-JRN-WLT-OUT + WS-JRN-WLT-IN-BACK
               + WS-JRN-WLT-OUT-BACK
           MOVE "BATCH TOTAL" TO JRN-DESC
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE

           PERFORM MARK-RUN-COMPLETE
           DISPLAY "Finance journal written to " WS-JOURNAL-FILENAME
           .

      * CLASSIFIES ONE AUDIT LINE FOR THE JOURNAL WHEN IT CARRIES
      * TODAY'S DATE: PAYMENT LINES ARE CASH RECEIVED (A PASS ID
      * STARTING "V" IN THE STUDENT COLUMN IS VISITOR REVENUE, ANY
      * OTHER IS HOURLY), FINE-PAY LINES ARE FINES. THE TAGS ARE
      * CHECKED AT THEIR FIXED OFFSETS BEFORE AN AMOUNT IS TRUSTED
       TALLY-JOURNAL-AUDIT-LINE.
           IF AUDIT-RECORD(1:10) NOT = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-RECORD(29:10) = "PAYMENT"
               AND AUDIT-RECORD(127:6) = "/PAID:"
               IF AUDIT-RECORD(42:1) = "V"
                   ADD FUNCTION NUMVAL(AUDIT-RECORD(133:8))
                       TO WS-JRN-VISITOR
               ELSE
                   ADD FUNCTION NUMVAL(AUDIT-RECORD(133:8))
                       TO WS-JRN-HOURLY
               END-IF
           END-IF
           IF AUDIT-RECORD(29:10) = "FINE-PAY"
               AND AUDIT-RECORD(124:6) = "/PAID:"
               ADD FUNCTION NUMVAL(AUDIT-RECORD(130:8))
                   TO WS-JRN-FINES
           END-IF
      * PERMIT SALES GO OUT THROUGH WRITE-PAYMENT-RECORD UNDER THEIR
      * OWN ACTION TAG, SO THE AFTER AREA HAS THE SAME RCPT/PAID SHAPE
      * AS A PAYMENT LINE. A REPLACEMENT-TAG FEE AND A REINSTATEMENT
      * CHARGEBACK ARE PERMIT REVENUE TOO, UNDER TAGS OF THEIR OWN
           IF (AUDIT-RECORD(29:10) = "PERMIT-PAY"
               OR AUDIT-RECORD(29:10) = "PERMIT-TAG"
               OR AUDIT-RECORD(29:10) = "PERMIT-CHB")
               AND AUDIT-RECORD(127:6) = "/PAID:"
               ADD FUNCTION NUMVAL(AUDIT-RECORD(133:8))
                   TO WS-JRN-PERMITS
           END-IF
      * PAYMENT PLAN INSTALLMENTS GO TO THE PLAN RECEIVABLE - SAME
      * RCPT/PAID SHAPE AS A PAYMENT LINE
           IF AUDIT-RECORD(29:10) = "PLAN-INST"
               AND AUDIT-RECORD(127:6) = "/PAID:"
               ADD FUNCTION NUMVAL(AUDIT-RECORD(133:8))
                   TO WS-JRN-PLANS
           END-IF
      * IMPOUND RELEASE FEES POST WITH THE FINES - SAME RCPT/PAID
      * SHAPE AS A PAYMENT LINE
           IF AUDIT-RECORD(29:10) = "IMP-PAY"
               AND AUDIT-RECORD(127:6) = "/PAID:"
               ADD FUNCTION NUMVAL(AUDIT-RECORD(133:8))
                   TO WS-JRN-FINES
           END-IF
      * A REVERSAL COMES BACK OUT OF THE ACCOUNT ITS MONEY WENT INTO,
      * FLOORED AT ZERO RATHER THAN WRAPPING AN UNSIGNED TOTAL. THE
      * REVENUE CLASS RIDES IN THE BEFORE IMAGE AFTER THE 8-BYTE
      * STATUS (COLUMN 73); A LINE FROM BEFORE THAT CARRIED IT FALLS
      * BACK TO THE PSEUDO-ID SPLIT THE PAYMENT LINES USE
           IF AUDIT-RECORD(29:10) = "PAY-VOID"
               AND AUDIT-RECORD(127:6) = "/PAID:"
               MOVE FUNCTION NUMVAL(AUDIT-RECORD(133:8))
                   TO WS-VOID-AMT-NUM
               EVALUATE TRUE
      * WALLET REVERSALS ARE NETTED ON THE WALLET LEDGER, WHICH THE
      * WALLET LINE IS TAKEN FROM - BACKING THEM OUT HERE AS WELL
      * WOULD COUNT THEM TWICE
                   WHEN AUDIT-RECORD(146:6) = "WALLET"
                       CONTINUE
                   WHEN AUDIT-RECORD(72:1) = "/"
                       AND AUDIT-RECORD(73:6) = "WALLET"
                       CONTINUE
                   WHEN AUDIT-RECORD(72:1) = "/"
                       AND AUDIT-RECORD(73:7) = "VISITOR"
                       IF WS-JRN-VISITOR >= WS-VOID-AMT-NUM
                           SUBTRACT WS-VOID-AMT-NUM
                               FROM WS-JRN-VISITOR
                       ELSE
                           MOVE 0 TO WS-JRN-VISITOR
                       END-IF
                   WHEN AUDIT-RECORD(72:1) = "/"
                       AND AUDIT-RECORD(73:6) = "PERMIT"
                       IF WS-JRN-PERMITS >= WS-VOID-AMT-NUM
                           SUBTRACT WS-VOID-AMT-NUM
                               FROM WS-JRN-PERMITS
                       ELSE
                           MOVE 0 TO WS-JRN-PERMITS
                       END-IF
                   WHEN AUDIT-RECORD(72:1) = "/"
                       AND (AUDIT-RECORD(73:5) = "FINES"
                           OR AUDIT-RECORD(73:7) = "IMPOUND")
                       IF WS-JRN-FINES >= WS-VOID-AMT-NUM
                           SUBTRACT WS-VOID-AMT-NUM
                               FROM WS-JRN-FINES
                       ELSE
                           MOVE 0 TO WS-JRN-FINES
                       END-IF
                   WHEN AUDIT-RECORD(72:1) = "/"
                       AND AUDIT-RECORD(73:4) = "PLAN"
                       IF WS-JRN-PLANS >= WS-VOID-AMT-NUM
                           SUBTRACT WS-VOID-AMT-NUM
                               FROM WS-JRN-PLANS
                       ELSE
                           MOVE 0 TO WS-JRN-PLANS
                       END-IF
                   WHEN AUDIT-RECORD(72:1) = "/"
                       AND AUDIT-RECORD(73:6) = "HOURLY"
                       IF WS-JRN-HOURLY >= WS-VOID-AMT-NUM
                           SUBTRACT WS-VOID-AMT-NUM
                               FROM WS-JRN-HOURLY
                       ELSE
                           MOVE 0 TO WS-JRN-HOURLY
                       END-IF
                   WHEN AUDIT-RECORD(42:1) = "V"
                       IF WS-JRN-VISITOR >= WS-VOID-AMT-NUM
                           SUBTRACT WS-VOID-AMT-NUM
                               FROM WS-JRN-VISITOR
                       ELSE
                           MOVE 0 TO WS-JRN-VISITOR
                       END-IF
                   WHEN OTHER
                       IF WS-JRN-HOURLY >= WS-VOID-AMT-NUM
                           SUBTRACT WS-VOID-AMT-NUM
                               FROM WS-JRN-HOURLY
                       ELSE
                           MOVE 0 TO WS-JRN-HOURLY
                       END-IF
               END-EVALUATE
           END-IF
           .

      * MAIN MENU
       DISPLAY-MENU.
           DISPLAY "--- RTU STUDENT PARKING SYSTEM ---".
           DISPLAY "1. New Parking".
           DISPLAY "2. Edit Parking".
           DISPLAY "3. Display Parking Info".
           DISPLAY "4. Exit Parking".
           DISPLAY "5. Display All Data".
           DISPLAY "6. Display Currently Parked".
           DISPLAY "7. Export Display All Data to CSV".
           DISPLAY "8. Archive Old Exited Records".
           DISPLAY "9. Sorted Report (Entry Time or Student Name)".
           DISPLAY "10. Per-Zone Capacity Report".
           DISPLAY "11. Process Gate Scanner Feed".
           DISPLAY "12. Log a Violation".
           DISPLAY "13. View Violation History".
           DISPLAY "14. Date Range Report (Printed)".
           DISPLAY "15. Shift Handover Report".
           DISPLAY "16. Add Student to Blacklist (Disciplinary Hold)".
           DISPLAY "17. Outstanding Balance Inquiry / Collect Payment".
           DISPLAY "18. End-of-Shift Cash-Up".
           DISPLAY "19. Issue / Renew Semester Parking Permit".
           DISPLAY "20. Operator Maintenance (Supervisor)".
           DISPLAY "21. List Scanner Suspense Queue".
           DISPLAY "22. Reprocess Scanner Suspense Queue".
           DISPLAY "23. Restore Live File From Backup (Supervisor)".
           DISPLAY "24. Lift Disciplinary Hold (Supervisor)".
           DISPLAY "25. Load Registrar Roster Extract (Supervisor)".
           DISPLAY "26. Unsettled-Fines Aging Report".
           DISPLAY "27. Occupancy Analytics Report (Printed)".
           DISPLAY "28. Student Visit History Inquiry".
           DISPLAY "29. Convert History File to Indexed (Supervisor)".
           DISPLAY "30. Define Lot Slot Inventory (Supervisor)".
           DISPLAY "31. Lot Slot Map Display".
           DISPLAY "32. View Waitlist Queue".
           DISPLAY "33. Admit Next Student From Waitlist".
           DISPLAY "34. Force-Close Stuck Open Record (Supervisor)".
           DISPLAY "35. Force-Close Monthly Report".
           DISPLAY "36. Visitor Check-In".
           DISPLAY "37. Visitor Check-Out".
           DISPLAY "38. Resolve Scanner Placeholder Records".
           DISPLAY "39. Verify/Rebuild Occupancy Tally".
           DISPLAY "40. Plate Watchlist Maintenance (Supervisor)".
           DISPLAY "41. Finance Journal Extract (Supervisor)".
           DISPLAY "42. Month-End Period Close (Supervisor)".
           DISPLAY "43. File Violation Appeal".
           DISPLAY "44. Adjudicate Appeal (Supervisor)".
           DISPLAY "45. Load Event Pre-Registration Batch "
                   "(Supervisor)".
           DISPLAY "46. Event Billing Extract (Supervisor)".
           DISPLAY "47. Employee Register Maintenance (Supervisor)".
           DISPLAY "48. Staff Check-In".
           DISPLAY "49. Staff Check-Out".
           DISPLAY "50. Payroll Deduction Extract (Supervisor)".
           DISPLAY "51. E-Wallet Settlement Reconciliation".
           DISPLAY "52. Void/Refund a Payment (Supervisor)".
           DISPLAY "53. Audit Trail Inquiry / Printed Extract".
           DISPLAY "54. Morning Health Check".
           DISPLAY "55. Term-End Transfer to Student Accounts "
                   "(Supervisor)".
           DISPLAY "56. Cross-File Integrity Audit".
           DISPLAY "57. Pay-At-Station Before Exit".
           DISPLAY "58. Impound Vehicle (Supervisor)".
           DISPLAY "59. Release Impounded Vehicle (Supervisor)".
           DISPLAY "60. Impound Register Report".
           DISPLAY "61. Campus Calendar Maintenance (Supervisor)".
           DISPLAY "62. Year-End Log Archival (Supervisor)".
           DISPLAY "63. Lot Status Maintenance (Supervisor)".
           DISPLAY "64. List Vehicles Still in a Lot".
           DISPLAY "65. Reprint a Receipt".
           DISPLAY "66. End-of-Term Lot Clear-Down (Supervisor)".
           DISPLAY "67. Revenue Comparison Report (Printed)".
           DISPLAY "68. Emergency Evacuation Report (Printed)".
           DISPLAY "69. Convert Files To Current Layout (Supervisor)".
           DISPLAY "70. Configuration / Rate Maintenance (Supervisor)".
           DISPLAY "71. Permit Revocation / Refund (Supervisor)".
           DISPLAY "72. Registrar Clearance Run (Supervisor)".
           DISPLAY "73. Monthly Statements of Account".
           DISPLAY "74. Payment Plan Setup (Supervisor)".
           DISPLAY "75. Payment Plan Installment".
           DISPLAY "76. Payment Plan Register".
           DISPLAY "77. Make Slot Reservation (Supervisor)".
           DISPLAY "78. Cancel Slot Reservation (Supervisor)".
           DISPLAY "79. Slot Reservation Register".
           DISPLAY "80. Log Security Incident".
           DISPLAY "81. Update Incident (Status / Involved Vehicle)".
           DISPLAY "82. Incident Report (Printed)".
           DISPLAY "83. Incident Register".
           DISPLAY "84. Lot Sweep Census Reconciliation (Supervisor)".
           DISPLAY "85. Personal Data Held Extract (Supervisor)".
           DISPLAY "86. Anonymize Departed Students (Supervisor)".
           DISPLAY "87. Forward Recovery From Journal (Supervisor)".
           DISPLAY "88. Campus Consolidation (Supervisor)".
           DISPLAY "89. RFID Tag Issue/Lost/Replace/Return".
           DISPLAY "90. RFID Tag Inventory Report".
           DISPLAY "91. Vehicle Documents (License/Registration)".
           DISPLAY "92. Document Expiry Notice Extract".
           DISPLAY "93. Semester Permit Applications / Lottery".
           DISPLAY "94. Discount / Exemption Register".
           DISPLAY "95. Clerk Exception Analytics Report".
           DISPLAY "96. Approval Queue - Second Supervisor".
           DISPLAY "97. Handheld Citation Upload / Suspense".
           DISPLAY "98. Usage and Revenue by College Report".
           DISPLAY "100. Plate Change - Old to New Plate (Supervisor)".
           DISPLAY "101. Visit History by Plate".
           DISPLAY "102. Overnight Authorization Register (Supervisor)".
           DISPLAY "103. Parking Wallet - Top-up / Statement".
           DISPLAY "104. Load Cashier Wallet Top-ups (Supervisor)".
           DISPLAY "105. Wallet Ledger / Low-Balance Notices".
           DISPLAY "106. Fee Schedule What-If Simulation".
           DISPLAY "107. Gate Arm Event Reconciliation".
           DISPLAY "99. Exit Program".
           DISPLAY "Enter your option: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.

           EVALUATE WS-OPTION
               WHEN 1
                   PERFORM NEW-PARKING
               WHEN 2
                   PERFORM EDIT-PARKING
               WHEN 3
                   PERFORM DISPLAY-PARKING-INFO
               WHEN 4
                   PERFORM EXIT-PARKING
               WHEN 5
                   PERFORM DISPLAY-ALL-DATA
               WHEN 6
                   PERFORM DISPLAY-CURRENTLY-PARKED
               WHEN 7
                   PERFORM EXPORT-CSV-REPORT
               WHEN 8
                   PERFORM ARCHIVE-OLD-RECORDS
               WHEN 9
                   PERFORM SORTED-REPORT
               WHEN 10
                   PERFORM PER-ZONE-CAPACITY-REPORT
               WHEN 11
                   PERFORM PROCESS-SCANNER-FEED
               WHEN 12
                   PERFORM LOG-VIOLATION
               WHEN 13
                   PERFORM VIEW-VIOLATION-HISTORY
               WHEN 14
                   PERFORM DATE-RANGE-REPORT
               WHEN 15
                   PERFORM SHIFT-HANDOVER-REPORT
               WHEN 16
                   PERFORM MANUAL-BLACKLIST
               WHEN 17
                   PERFORM OUTSTANDING-BALANCE-INQUIRY
               WHEN 18
                   PERFORM END-OF-SHIFT-CASHUP
               WHEN 19
                   PERFORM ISSUE-PARKING-PERMIT
               WHEN 20
                   PERFORM OPERATOR-MAINTENANCE
               WHEN 21
                   PERFORM LIST-SUSPENSE-QUEUE
               WHEN 22
                   PERFORM REPROCESS-SUSPENSE-QUEUE
               WHEN 23
                   PERFORM RESTORE-FROM-BACKUP
               WHEN 24
                   PERFORM REINSTATE-FROM-BLACKLIST
               WHEN 25
                   PERFORM LOAD-ROSTER-EXTRACT
               WHEN 26
                   PERFORM FINES-AGING-REPORT
               WHEN 27
                   PERFORM OCCUPANCY-ANALYTICS-REPORT
               WHEN 28
                   PERFORM STUDENT-VISIT-HISTORY
               WHEN 29
                   PERFORM CONVERT-HISTORY-FILE
               WHEN 30
                   PERFORM DEFINE-SLOT-INVENTORY
               WHEN 31
                   PERFORM DISPLAY-SLOT-MAP
               WHEN 32
                   PERFORM VIEW-WAITLIST-QUEUE
               WHEN 33
                   PERFORM ADMIT-FROM-WAITLIST
               WHEN 34
                   PERFORM FORCE-CLOSE-OPEN-RECORD
               WHEN 35
                   PERFORM FORCE-CLOSE-REPORT
               WHEN 36
                   PERFORM VISITOR-CHECK-IN
               WHEN 37
                   PERFORM VISITOR-CHECK-OUT
               WHEN 38
                   PERFORM RESOLVE-PLACEHOLDER-RECORDS
               WHEN 39
                   PERFORM REBUILD-OCCUPANCY-TALLY
               WHEN 40
                   PERFORM WATCHLIST-MAINTENANCE
               WHEN 41
                   PERFORM CHECK-SUPERVISOR
                   IF WS-SUPERVISOR-OK = 'Y'
                       PERFORM FINANCE-JOURNAL-EXTRACT
                   END-IF
               WHEN 42
                   PERFORM MONTH-END-PERIOD-CLOSE
               WHEN 43
                   PERFORM FILE-VIOLATION-APPEAL
               WHEN 44
                   PERFORM ADJUDICATE-APPEAL
               WHEN 45
                   PERFORM LOAD-EVENT-PREREG
               WHEN 46
                   PERFORM EVENT-BILLING-EXTRACT
               WHEN 47
                   PERFORM EMPLOYEE-MAINTENANCE
               WHEN 48
                   PERFORM STAFF-CHECK-IN
               WHEN 49
                   PERFORM STAFF-CHECK-OUT
               WHEN 50
                   PERFORM PAYROLL-DEDUCTION-EXTRACT
               WHEN 51
                   PERFORM EWALLET-SETTLEMENT-RECON
               WHEN 52
                   PERFORM VOID-REFUND-PAYMENT
               WHEN 53
                   PERFORM AUDIT-TRAIL-INQUIRY
               WHEN 54
                   PERFORM MORNING-HEALTH-CHECK
               WHEN 55
                   PERFORM TERM-END-BALANCE-TRANSFER
               WHEN 56
                   PERFORM CROSS-FILE-INTEGRITY-AUDIT
               WHEN 57
                   PERFORM PAY-STATION-SETTLEMENT
               WHEN 58
                   PERFORM IMPOUND-VEHICLE
               WHEN 59
                   PERFORM RELEASE-IMPOUNDED-VEHICLE
               WHEN 60
                   PERFORM IMPOUND-REGISTER-REPORT
               WHEN 61
                   PERFORM CALENDAR-MAINTENANCE
               WHEN 62
                   PERFORM YEAR-END-LOG-ARCHIVAL
               WHEN 63
                   PERFORM LOT-STATUS-MAINTENANCE
               WHEN 64
                   PERFORM LIST-VEHICLES-IN-LOT
               WHEN 65
                   PERFORM REPRINT-RECEIPT
               WHEN 66
                   PERFORM TERM-END-CLEARDOWN
               WHEN 67
                   PERFORM REVENUE-COMPARISON-REPORT
               WHEN 68
                   PERFORM EVACUATION-REPORT
               WHEN 69
                   PERFORM CONVERT-FILE-LAYOUTS
               WHEN 70
                   PERFORM CONFIG-MAINTENANCE
               WHEN 71
                   PERFORM PERMIT-REVOCATION
               WHEN 72
                   PERFORM REGISTRAR-CLEARANCE
               WHEN 73
                   PERFORM MONTHLY-STATEMENTS
               WHEN 74
                   PERFORM PAYMENT-PLAN-SETUP
               WHEN 75
                   PERFORM PAYMENT-PLAN-INSTALLMENT
               WHEN 76
                   PERFORM PAYMENT-PLAN-REGISTER
               WHEN 77
                   PERFORM MAKE-SLOT-RESERVATION
               WHEN 78
                   PERFORM CANCEL-SLOT-RESERVATION
               WHEN 79
                   PERFORM SLOT-RESERVATION-REGISTER
               WHEN 80
                   PERFORM LOG-INCIDENT
               WHEN 81
                   PERFORM UPDATE-INCIDENT
               WHEN 82
                   PERFORM PRINT-INCIDENT-REPORT
               WHEN 83
                   PERFORM INCIDENT-REGISTER
               WHEN 84
                   PERFORM LOT-SWEEP-RECONCILE
               WHEN 85
                   PERFORM PERSONAL-DATA-EXTRACT
               WHEN 86
                   PERFORM ANONYMIZE-DEPARTED
               WHEN 87
                   PERFORM FORWARD-RECOVERY
               WHEN 88
                   PERFORM CAMPUS-CONSOLIDATION
               WHEN 89
                   PERFORM TAG-REGISTER-MAINTENANCE
               WHEN 90
                   PERFORM TAG-INVENTORY-REPORT
               WHEN 91
                   PERFORM VEHICLE-DOCUMENT-MAINTENANCE
               WHEN 92
                   PERFORM DOC-EXPIRY-NOTICES
               WHEN 93
                   PERFORM PERMIT-APPLICATIONS
               WHEN 94
                   PERFORM DISCOUNT-REGISTER
               WHEN 95
                   PERFORM CLERK-EXCEPTION-REPORT
               WHEN 96
                   PERFORM APPROVAL-QUEUE
               WHEN 97
                   PERFORM HANDHELD-CITATIONS
               WHEN 98
                   PERFORM COLLEGE-USAGE-REPORT
               WHEN 100
                   PERFORM PLATE-CHANGE
               WHEN 101
                   PERFORM PLATE-VISIT-HISTORY
               WHEN 102
                   PERFORM OVERNIGHT-AUTHORIZATIONS
               WHEN 103
                   PERFORM PARKING-WALLET
               WHEN 104
                   PERFORM LOAD-WALLET-TOPUPS
               WHEN 105
                   PERFORM WALLET-NIGHTLY-LEDGER
               WHEN 106
                   PERFORM FEE-WHATIF-SIMULATION
               WHEN 107
                   PERFORM GATE-EVENT-RECONCILIATION
               WHEN 99
                   DISPLAY "Exiting Program..."
               WHEN OTHER
                   DISPLAY "Invalid Option! Try Again."
           END-EVALUATE.

      * FUNCTION DEFINITIONS (CRUD)
      
      * CREATE FUNCTION
       NEW-PARKING.
           PERFORM LOAD-OCCUPANCY-TALLY

           DISPLAY "Enter Vehicle Type (MOTORCYCLE/CAR/BICYCLE): "
                   WITH NO ADVANCING
           ACCEPT WS-VEHICLE-TYPE
           MOVE FUNCTION UPPER-CASE(WS-VEHICLE-TYPE) TO WS-VEHICLE-TYPE
           IF WS-VEHICLE-TYPE NOT = "MOTORCYCLE"
               AND WS-VEHICLE-TYPE NOT = "CAR"
               AND WS-VEHICLE-TYPE NOT = "BICYCLE"
               DISPLAY "Invalid Vehicle Type!"
               EXIT PARAGRAPH
           END-IF

           IF WS-VEHICLE-TYPE = "CAR"
               MOVE 2 TO WS-PROSPECTIVE-WEIGHT
           ELSE
               MOVE 1 TO WS-PROSPECTIVE-WEIGHT
           END-IF
           IF WS-SLOTS-USED + WS-PROSPECTIVE-WEIGHT > WS-LOT-CAPACITY
               DISPLAY "LOT FULL - No space available for new entries."
               DISPLAY "Add the student to the waitlist? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRM-YN
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN)
                   TO WS-CONFIRM-YN
               IF WS-CONFIRM-YN = "Y"
                   PERFORM ADD-TO-WAITLIST
               END-IF
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           MOVE FUNCTION UPPER-CASE(WS-LOT-ID) TO WS-LOT-ID
           IF WS-LOT-ID = SPACES
               DISPLAY "Invalid Lot ID!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LOT-OPEN-FOR-ENTRY
           IF WS-LOT-REFUSED = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-STUDENT-MASTER
           IF WS-ON-ROSTER = 'N'
               DISPLAY "Student Number not found in the registrar's "
                       "master roster!"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-BLACKLIST
           IF WS-BLACKLISTED = 'Y'
               DISPLAY "Entry refused - student is blacklisted: "
                       FUNCTION TRIM(BL-REASON)
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-IMPOUND-HOLD
           IF WS-IMP-HELD = 'Y'
               DISPLAY "Entry refused - student has an impounded "
                       "vehicle awaiting release."
               EXIT PARAGRAPH
           END-IF.

      * A RETURNING STUDENT WITH MONEY STILL OWING FROM A PRIOR VISIT
      * SETTLES UP AT THE BOOTH BEFORE THE GATE OPENS FOR THEM AGAIN
           PERFORM SUM-OUTSTANDING-BALANCE
           IF WS-OUTSTANDING-TOTAL > 0
               MOVE WS-OUTSTANDING-TOTAL TO WS-OUTSTANDING-DISPLAY
               DISPLAY "Student owes " WS-OUTSTANDING-DISPLAY
                       " from prior visits ("
                       WS-OUTSTANDING-COUNT " unsettled receipt(s))."
               DISPLAY "Collect the balance now? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRM-YN
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
               IF WS-CONFIRM-YN = "Y"
                   PERFORM SETTLE-OUTSTANDING-RECEIPTS
               END-IF
               PERFORM SUM-OUTSTANDING-BALANCE
               IF WS-OUTSTANDING-TOTAL > 0
                   DISPLAY "Entry refused - outstanding balance must "
                           "be settled before a new check-in."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "File Open Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "NEW-PARKING" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALREADY-PARKED
           IF RECORD-FOUND = 'Y'
               DISPLAY "Student already has a vehicle parked"
               EXIT PARAGRAPH
           END-IF.

      * A RETURNING STUDENT'S VEHICLE DETAILS COME OFF THEIR PROFILE -
      * THE CLERK JUST PRESSES ENTER TO TAKE EACH DEFAULT
           PERFORM LOAD-VEHICLE-PROFILE
           MOVE 'N' TO WS-CONFIRMED
           PERFORM UNTIL WS-CONFIRMED = 'Y'
               DISPLAY "Student Name (from roster): "
                       FUNCTION TRIM(WS-STUDENT-NAME)
               IF WS-PROFILE-FOUND = 'Y'
                   DISPLAY "Enter Motorcycle Model (blank = "
                           FUNCTION TRIM(WS-PRF-MODEL) "): "
                           WITH NO ADVANCING
               ELSE
                   DISPLAY "Enter Motorcycle Model: "
                           WITH NO ADVANCING
               END-IF
               ACCEPT WS-MODEL
               IF WS-MODEL = SPACES AND WS-PROFILE-FOUND = 'Y'
                   MOVE WS-PRF-MODEL TO WS-MODEL
               END-IF
               IF WS-PROFILE-FOUND = 'Y'
                   DISPLAY "Enter License Plate (blank = "
                           FUNCTION TRIM(WS-PRF-PLATE) "): "
                           WITH NO ADVANCING
               ELSE
                   DISPLAY "Enter License Plate: " WITH NO ADVANCING
               END-IF
               ACCEPT WS-PLATE
               IF WS-PLATE = SPACES AND WS-PROFILE-FOUND = 'Y'
                   MOVE WS-PRF-PLATE TO WS-PLATE
               END-IF
               PERFORM CHECK-LICENSE-PLATE
               IF VALID-INPUT = 'N'
                   DISPLAY "Invalid License Plate!"
                   EXIT PARAGRAPH
               END-IF
               IF WS-MASTER-PLATE NOT = SPACES
                   AND WS-MASTER-PLATE NOT = WS-PLATE
                   DISPLAY "License Plate does not match the "
                           "registrar's record for this student!"
                   EXIT PARAGRAPH
               END-IF
               MOVE "ENTRY" TO WS-WTC-CONTEXT
               PERFORM CHECK-PLATE-WATCHLIST
               PERFORM CHECK-VEHICLE-DOCUMENTS
               IF WS-VDC-STATE = "BLOCK"
                   DISPLAY "Entry refused - "
                           FUNCTION TRIM(WS-VDC-MESSAGE)
                   DISPLAY "(past the " WS-DOC-GRACE-DAYS
                           "-day grace period - update via option 91)"
                   EXIT PARAGRAPH
               END-IF
               IF WS-VDC-STATE NOT = "OK"
                   DISPLAY "*** WARNING: "
                           FUNCTION TRIM(WS-VDC-MESSAGE) " ***"
               END-IF
               IF WS-PROFILE-FOUND = 'Y'
                   DISPLAY "Enter Motorcycle Color (blank = "
                           FUNCTION TRIM(WS-PRF-COLOR) "): "
                           WITH NO ADVANCING
               ELSE
                   DISPLAY "Enter Motorcycle Color: "
                           WITH NO ADVANCING
               END-IF
               ACCEPT WS-COLOR
               IF WS-COLOR = SPACES AND WS-PROFILE-FOUND = 'Y'
                   MOVE WS-PRF-COLOR TO WS-COLOR
               END-IF

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STRING WS-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-MONTH DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-DAY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HOURS DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-MINUTES DELIMITED BY SIZE
                      INTO WS-DATE-TIME
               END-STRING

               PERFORM BUILD-NEW-VISIT-RECORD

               DISPLAY "--- Review Entry ---"
               DISPLAY "Student Number: " STUDENT-NUMBER
               DISPLAY "Student Name: " STUDENT-NAME
               DISPLAY "Vehicle Type: " VEHICLE-TYPE
               DISPLAY "Lot ID: " LOT-ID
               DISPLAY "Motorcycle Model: " MOTORCYCLE-MODEL
               DISPLAY "License Plate: " LICENSE-PLATE
               DISPLAY "Motorcycle Color: " MOTORCYCLE-COLOR
               DISPLAY "Time of Entry: " TIME-OF-ENTRY
               DISPLAY "Save this record? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM-YN
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
               IF WS-CONFIRM-YN = "Y"
                   MOVE 'Y' TO WS-CONFIRMED
               ELSE
                   DISPLAY "Discarded - re-enter the parking details."
               END-IF
           END-PERFORM

      * THE SAME VEHICLE RETURNING REOPENS ITS OWN CLOSED RECORD; THE
      * PROBE READS THE FILE, SO THE NEW VISIT'S FIELDS ARE LAID BACK
      * DOWN AFTERWARD
           PERFORM PROBE-EXISTING-VEHICLE-RECORD
           PERFORM BUILD-NEW-VISIT-RECORD
           IF WS-REOPEN-EXISTING = 'Y'
               PERFORM ARCHIVE-PRIOR-VISIT
               REWRITE PARKING-RECORD
               PERFORM JOURNAL-PARKING-CHG
               IF WS-FILE-STATUS NOT = "00"
                   STRING "Rewrite Error: " WS-FILE-STATUS
                       INTO WS-FILE-ERROR
                   MOVE "NEW-PARKING" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
               ELSE
                   DISPLAY "Parking Record Created Successfully."
                   MOVE "CREATE" TO WS-AUDIT-ACTION
                   STRING WS-AUDIT-OLD-NAME DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-AUDIT-OLD-PLATE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-AUDIT-OLD-ENTRY DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-AUDIT-OLD-EXIT DELIMITED BY SIZE
                          INTO WS-AUDIT-BEFORE
                   END-STRING
                   STRING STUDENT-NAME DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          LICENSE-PLATE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          TIME-OF-ENTRY DELIMITED BY SIZE
                          INTO WS-AUDIT-AFTER
                   END-STRING
                   PERFORM APPEND-AUDIT-RECORD
                   PERFORM SAVE-VEHICLE-PROFILE
                   MOVE WS-LOT-ID TO WS-OCC-LOT
                   MOVE WS-VEHICLE-TYPE TO WS-OCC-TYPE
                   MOVE +1 TO WS-OCC-DELTA
                   PERFORM BUMP-OCCUPANCY-TALLY
                   PERFORM ASSIGN-SLOT-FOR-CHECKIN
                   MOVE WS-LOT-ID TO WS-GATE-LOT
                   MOVE WS-PLATE TO WS-GATE-PLATE
                   MOVE STUDENT-NUMBER TO WS-GATE-STUDENT
                   MOVE TIME-OF-ENTRY(1:16) TO WS-GATE-VISIT-START
                   MOVE "IN " TO WS-GATE-DIRECTION
                   PERFORM EMIT-GATE-OPEN-COMMAND
               END-IF
           ELSE
               WRITE PARKING-RECORD
               PERFORM JOURNAL-PARKING-ADD
               IF WS-FILE-STATUS NOT = "00"
                   STRING "Write Error: " WS-FILE-STATUS
                       INTO WS-FILE-ERROR
                   MOVE "NEW-PARKING" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
               ELSE
                   DISPLAY "Parking Record Created Successfully."
                   MOVE "CREATE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING STUDENT-NAME DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          LICENSE-PLATE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          TIME-OF-ENTRY DELIMITED BY SIZE
                          INTO WS-AUDIT-AFTER
                   END-STRING
                   PERFORM APPEND-AUDIT-RECORD
                   PERFORM SAVE-VEHICLE-PROFILE
                   MOVE WS-LOT-ID TO WS-OCC-LOT
                   MOVE WS-VEHICLE-TYPE TO WS-OCC-TYPE
                   MOVE +1 TO WS-OCC-DELTA
                   PERFORM BUMP-OCCUPANCY-TALLY
                   PERFORM ASSIGN-SLOT-FOR-CHECKIN
                   MOVE WS-LOT-ID TO WS-GATE-LOT
                   MOVE WS-PLATE TO WS-GATE-PLATE
                   MOVE STUDENT-NUMBER TO WS-GATE-STUDENT
                   MOVE TIME-OF-ENTRY(1:16) TO WS-GATE-VISIT-START
                   MOVE "IN " TO WS-GATE-DIRECTION
                   PERFORM EMIT-GATE-OPEN-COMMAND
               END-IF
           END-IF

           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           .

      * LAYS THE NEW VISIT'S FIELDS (STAGED IN WS-xxx BY NEW-PARKING)
      * INTO THE RECORD AREA, COMPOSITE KEY INCLUDED
       BUILD-NEW-VISIT-RECORD.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE WS-PLATE TO PARK-PLATE-KEY
           MOVE WS-STUDENT-NAME TO STUDENT-NAME
           MOVE WS-MODEL TO MOTORCYCLE-MODEL
           MOVE WS-PLATE TO LICENSE-PLATE
           MOVE WS-COLOR TO MOTORCYCLE-COLOR
           MOVE WS-VEHICLE-TYPE TO VEHICLE-TYPE
           MOVE WS-LOT-ID TO LOT-ID
           MOVE WS-DATE-TIME TO TIME-OF-ENTRY
           MOVE SPACES TO TIME-OF-EXIT
           MOVE SPACES TO PAID-THROUGH
           MOVE 0 TO PREPAID-AMOUNT
           .

      * READS SCANNER-FEED.dat - ONE LINE PER GATE READING - AND
      * CREATES A PARKING-RECORD FOR EACH GOOD READING THE SAME WAY
      * NEW-PARKING WOULD, MINUS THE INTERACTIVE PROMPTS. A REPEAT
      * VISITOR'S NAME/MODEL/COLOR ARE CARRIED OVER FROM THEIR LAST
      * VISIT (CHECK-ALREADY-PARKED REWRITES THAT SAME KEYED RECORD);
      * A STUDENT NEVER SEEN BEFORE GETS A PLACEHOLDER FOR THE CLERK
      * TO FILL IN LATER VIA EDIT-PARKING
       PROCESS-SCANNER-FEED.
           PERFORM INIT-FEED-TABLE
           MOVE 0 TO WS-DUP-COUNT
           MOVE 0 TO WS-DUP-SUPPRESSED
           MOVE 0 TO WS-FEED-TOT-IN
           MOVE 0 TO WS-FEED-TOT-OUT
           MOVE 0 TO WS-FEED-TOT-SKIP
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                   UNTIL WS-FEED-IX > WS-FEED-COUNT
               MOVE WS-FEED-GATE(WS-FEED-IX) TO WS-GATE-ID
               MOVE WS-FEED-FILENAME(WS-FEED-IX)
                   TO WS-SCANNER-FILENAME
               PERFORM PROCESS-ONE-SCANNER-FEED
           END-PERFORM
           MOVE "BOOTH" TO WS-GATE-LANE
           DISPLAY "All feeds processed - " WS-FEED-TOT-IN
                   " checked in, " WS-FEED-TOT-OUT
                   " checked out, " WS-FEED-TOT-SKIP " skipped, "
                   WS-DUP-SUPPRESSED " duplicate reading(s) "
                   "suppressed."
           .

      * THE THREE READER INSTALLATIONS. THE GUARDS STOP MERGING
      * MEMORY STICKS - EACH GATE'S STICK IS DROPPED IN AS ITS OWN
      * FILE AND TAGGED WITH ITS GATE ID
       INIT-FEED-TABLE.
           MOVE "MAIN" TO WS-FEED-GATE(1)
           MOVE "SCANNER-FEED.dat" TO WS-FEED-FILENAME(1)
           MOVE "SCANFEED" TO WS-FEED-RUNTYPE(1)
           MOVE "ANNEX" TO WS-FEED-GATE(2)
           MOVE "SCANNER-FEED-ANNEX.dat" TO WS-FEED-FILENAME(2)
           MOVE "SCANANNX" TO WS-FEED-RUNTYPE(2)
           MOVE "SIDE" TO WS-FEED-GATE(3)
           MOVE "SCANNER-FEED-SIDE.dat" TO WS-FEED-FILENAME(3)
           MOVE "SCANSIDE" TO WS-FEED-RUNTYPE(3)
           .

      * ONE GATE'S FEED, WITH ITS OWN RUN-CONTROL RECORD SO THE
      * CHECKPOINT/RESTART LOGIC STILL WORKS PER FEED. A GATE WITH NO
      * FILE THIS MORNING SIMPLY HAS NOTHING TO PROCESS
       PROCESS-ONE-SCANNER-FEED.
           MOVE 0 TO WS-SCANNER-READ-COUNT
           MOVE 0 TO WS-SCANNER-SKIP-COUNT
           MOVE 0 TO WS-SCANNER-EXIT-COUNT
           OPEN INPUT SCANNER-FILE
           IF WS-SCANNER-STATUS = "35"
               DISPLAY "Gate " WS-GATE-ID ": no feed file ("
                       FUNCTION TRIM(WS-SCANNER-FILENAME) ")."
               EXIT PARAGRAPH
           END-IF
           IF WS-SCANNER-STATUS NOT = "00"
               STRING "Scanner Feed Open Error: " WS-SCANNER-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PROCESS-ONE-SCANNER-FEED" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

      * A FEED RUN THAT DIED MID-FILE LEFT ITS RUN-CONTROL RECORD AT
      * "RUNNING" - PICK UP ITS CHECKPOINT AND SKIP THE LINES ALREADY
      * PROCESSED SO A RESTART RESUMES AT THE FIRST UNPROCESSED LINE
           MOVE WS-FEED-RUNTYPE(WS-FEED-IX) TO WS-RUNCTL-TYPE
           PERFORM READ-RUN-CONTROL
           MOVE 0 TO WS-FEED-RESUME-AT
           IF WS-RUNCTL-EXISTS = 'Y'
               AND WS-RUNCTL-OUTCOME = "RUNNING"
               MOVE WS-RUNCTL-CHECKPOINT TO WS-FEED-RESUME-AT
               DISPLAY "Gate " WS-GATE-ID ": resuming feed after "
                       "line " WS-FEED-RESUME-AT
           ELSE
               MOVE 0 TO WS-RUNCTL-CHECKPOINT
           END-IF
           MOVE "FEED" TO WS-RUNCTL-STEP
           PERFORM MARK-RUN-RUNNING

      * GATE COMMANDS RAISED FOR THIS FEED NAME THE GATE'S OWN LANE
           MOVE WS-GATE-ID TO WS-GATE-LANE
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           MOVE 0 TO WS-FEED-LINE-NO
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SCANNER-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FEED-LINE-NO
                       IF WS-FEED-LINE-NO > WS-FEED-RESUME-AT
                           PERFORM PROCESS-SCANNER-RECORD
                           MOVE WS-FEED-LINE-NO
                               TO WS-RUNCTL-CHECKPOINT
                           PERFORM UPDATE-RUN-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCANNER-FILE
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           PERFORM MARK-RUN-COMPLETE
           MOVE "BOOTH" TO WS-GATE-LANE
           DISPLAY "Gate " WS-GATE-ID " throughput: "
                   WS-SCANNER-READ-COUNT " in, "
                   WS-SCANNER-EXIT-COUNT " out, "
                   WS-SCANNER-SKIP-COUNT " skipped."
           ADD WS-SCANNER-READ-COUNT TO WS-FEED-TOT-IN
           ADD WS-SCANNER-EXIT-COUNT TO WS-FEED-TOT-OUT
           ADD WS-SCANNER-SKIP-COUNT TO WS-FEED-TOT-SKIP
           .

      * HAS THIS EXACT VEHICLE AND DIRECTION ALREADY BEEN PROCESSED
      * THIS RUN? THE ANNEX CAMERA AND THE TAG READER BOTH REPORT THE
      * SAME MOVEMENT WITHIN A MINUTE, AND THE FEEDS ARE GATHERED
      * INTO ONE RUN, SO A REPEAT INSIDE THE RUN IS THE SAME PHYSICAL
      * MOVEMENT SEEN BY A SECOND DEVICE. A FIRST SIGHTING IS NOTED
       CHECK-DUPLICATE-READING.
           MOVE 'N' TO WS-DUP-HIT
           PERFORM VARYING WS-DUP-I FROM 1 BY 1
                   UNTIL WS-DUP-I > WS-DUP-COUNT
               IF WS-DUP-STUDENT(WS-DUP-I) = SCN-STUDENT-NUMBER
                   AND WS-DUP-PLATE(WS-DUP-I) = SCN-LICENSE-PLATE
                   AND WS-DUP-DIR(WS-DUP-I) =
                       FUNCTION UPPER-CASE(SCN-DIRECTION)
                   MOVE 'Y' TO WS-DUP-HIT
               END-IF
           END-PERFORM
           IF WS-DUP-HIT = 'N' AND WS-DUP-COUNT < 300
               ADD 1 TO WS-DUP-COUNT
               MOVE SCN-STUDENT-NUMBER
                   TO WS-DUP-STUDENT(WS-DUP-COUNT)
               MOVE SCN-LICENSE-PLATE TO WS-DUP-PLATE(WS-DUP-COUNT)
               MOVE FUNCTION UPPER-CASE(SCN-DIRECTION)
                   TO WS-DUP-DIR(WS-DUP-COUNT)
           END-IF
           .

      * VALIDATES AND CHECKS IN ONE SCANNER-FEED LINE, REUSING THE SAME
      * CHECKS NEW-PARKING PERFORMS INTERACTIVELY. A GATE-OUT READING
      * (SCN-DIRECTION 'O') IS HANDED TO THE EXIT PATH INSTEAD SO BOTH
      * GATES RUN UNATTENDED OFF THE SAME FEED
       PROCESS-SCANNER-RECORD.
           PERFORM CHECK-DUPLICATE-READING
           IF WS-DUP-HIT = 'Y'
               ADD 1 TO WS-DUP-SUPPRESSED
               DISPLAY "Gate " WS-GATE-ID ": duplicate reading for "
                       SCN-STUDENT-NUMBER " suppressed."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(SCN-DIRECTION) = "O"
               PERFORM PROCESS-SCANNER-EXIT
               EXIT PARAGRAPH
           END-IF
           MOVE "SCAN-IN" TO WS-WTC-CONTEXT
           PERFORM RESOLVE-SCANNER-TAG
           IF WS-TAG-REFUSED = 'Y'
               DISPLAY "Scanner feed: tag " SCN-STUDENT-NUMBER
                       " refused - " FUNCTION TRIM(WS-SUSPENSE-REASON)
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
      * A TAG IS ISSUED FOR ONE PLATE - SEEN ON ANOTHER VEHICLE IT HAS
      * BEEN LENT
           IF WS-TAG-PLATE NOT = SPACES
               AND WS-TAG-PLATE NOT = SCN-LICENSE-PLATE
               DISPLAY "Scanner feed: tag " SCN-STUDENT-NUMBER
                       " is issued for plate " WS-TAG-PLATE
                       " - skipped."
               MOVE "TAG ISSUED FOR OTHER PLATE" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAG-STUDENT TO WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Scanner feed: invalid student number "
                       SCN-STUDENT-NUMBER " - skipped."
               MOVE "INVALID STUDENT NUMBER" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SCN-LICENSE-PLATE TO WS-PLATE
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               DISPLAY "Scanner feed: invalid license plate "
                       SCN-LICENSE-PLATE " - skipped."
               MOVE "INVALID LICENSE PLATE" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SCN-LOT-ID TO WS-LOT-ID
           MOVE "SCAN-IN" TO WS-WTC-CONTEXT
           PERFORM CHECK-PLATE-WATCHLIST

           MOVE FUNCTION UPPER-CASE(SCN-VEHICLE-TYPE) TO WS-VEHICLE-TYPE
           IF WS-VEHICLE-TYPE NOT = "MOTORCYCLE"
               AND WS-VEHICLE-TYPE NOT = "CAR"
               AND WS-VEHICLE-TYPE NOT = "BICYCLE"
               DISPLAY "Scanner feed: invalid vehicle type for "
                       SCN-STUDENT-NUMBER " - skipped."
               MOVE "INVALID VEHICLE TYPE" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-VEHICLE-TYPE = "CAR"
               MOVE 2 TO WS-PROSPECTIVE-WEIGHT
           ELSE
               MOVE 1 TO WS-PROSPECTIVE-WEIGHT
           END-IF
           PERFORM CHECK-LOT-OPEN-FOR-ENTRY
           IF WS-LOT-REFUSED = 'Y'
               DISPLAY "Scanner feed: lot closed or restricted - "
                       SCN-STUDENT-NUMBER " skipped."
               MOVE "LOT CLOSED/RESTRICTED" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-STUDENT-MASTER
           IF WS-ON-ROSTER = 'N'
               DISPLAY "Scanner feed: " SCN-STUDENT-NUMBER
                       " not found in registrar's master roster - "
                       "skipped."
               MOVE "NOT ON REGISTRAR ROSTER" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-PLATE NOT = SPACES
               AND WS-MASTER-PLATE NOT = WS-PLATE
               DISPLAY "Scanner feed: " SCN-STUDENT-NUMBER
                       " plate does not match the registrar's "
                       "record - skipped."
               MOVE "PLATE MISMATCH VS ROSTER" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VEHICLE-DOCUMENTS
           IF WS-VDC-STATE = "BLOCK"
               DISPLAY "Scanner feed: entry refused, "
                       FUNCTION TRIM(WS-VDC-MESSAGE) " - "
                       SCN-STUDENT-NUMBER
               MOVE "DOCUMENTS LAPSED" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-VDC-STATE NOT = "OK"
               DISPLAY "Scanner feed: WARNING "
                       FUNCTION TRIM(WS-VDC-MESSAGE) " - "
                       SCN-STUDENT-NUMBER
           END-IF

           PERFORM CHECK-BLACKLIST
           IF WS-BLACKLISTED = 'Y'
               DISPLAY "Scanner feed: entry refused, blacklisted - "
                       SCN-STUDENT-NUMBER
               MOVE "STUDENT BLACKLISTED" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-IMPOUND-HOLD
           IF WS-IMP-HELD = 'Y'
               DISPLAY "Scanner feed: entry refused, impound hold - "
                       SCN-STUDENT-NUMBER
               MOVE "IMPOUND HOLD" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-OCCUPANCY-TALLY
           IF WS-VEHICLE-TYPE = "CAR"
               MOVE 2 TO WS-PROSPECTIVE-WEIGHT
           ELSE
               MOVE 1 TO WS-PROSPECTIVE-WEIGHT
           END-IF
           IF WS-SLOTS-USED + WS-PROSPECTIVE-WEIGHT > WS-LOT-CAPACITY
               DISPLAY "Scanner feed: lot full, rejected "
                       SCN-STUDENT-NUMBER
               MOVE "LOT FULL" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALREADY-PARKED
           IF RECORD-FOUND = 'Y'
               DISPLAY "Scanner feed: " SCN-STUDENT-NUMBER
                       " already has a vehicle parked - skipped."
               MOVE "ALREADY PARKED" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

      * THE SAME VEHICLE RETURNING REOPENS ITS OWN CLOSED RECORD
           PERFORM PROBE-EXISTING-VEHICLE-RECORD

      * A FIRST-TIME SCANNER CHECK-IN GETS THE ROSTER NAME AND THE
      * STUDENT'S PROFILED MODEL/COLOR WHEN THEY EXIST - PLACEHOLDERS
      * ONLY WHEN NOTHING BETTER IS ON FILE
           IF WS-REOPEN-EXISTING = 'N'
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE WS-PLATE TO PARK-PLATE-KEY
               MOVE WS-STUDENT-NAME TO STUDENT-NAME
               PERFORM LOAD-VEHICLE-PROFILE
               IF WS-PROFILE-FOUND = 'Y'
                   AND WS-PRF-MODEL NOT = SPACES
                   MOVE WS-PRF-MODEL TO MOTORCYCLE-MODEL
               ELSE
                   MOVE "SCANNER ENTRY" TO MOTORCYCLE-MODEL
               END-IF
               IF WS-PROFILE-FOUND = 'Y'
                   AND WS-PRF-COLOR NOT = SPACES
                   MOVE WS-PRF-COLOR TO MOTORCYCLE-COLOR
               ELSE
                   MOVE "UNKNOWN" TO MOTORCYCLE-COLOR
               END-IF
           END-IF

           MOVE WS-PLATE TO LICENSE-PLATE
           MOVE WS-VEHICLE-TYPE TO VEHICLE-TYPE
           MOVE SCN-LOT-ID TO LOT-ID

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           MOVE WS-DATE-TIME TO TIME-OF-ENTRY
           MOVE SPACES TO TIME-OF-EXIT
           MOVE SPACES TO PAID-THROUGH
           MOVE 0 TO PREPAID-AMOUNT

           IF WS-REOPEN-EXISTING = 'Y'
               PERFORM ARCHIVE-PRIOR-VISIT
               REWRITE PARKING-RECORD
               PERFORM JOURNAL-PARKING-CHG
           ELSE
               WRITE PARKING-RECORD
               PERFORM JOURNAL-PARKING-ADD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "Scanner Feed Write Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PROCESS-SCANNER-RECORD" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               MOVE "FILE WRITE ERROR" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCANNER-READ-COUNT
           MOVE SCN-LOT-ID TO WS-LOT-ID
           MOVE WS-LOT-ID TO WS-OCC-LOT
           MOVE WS-VEHICLE-TYPE TO WS-OCC-TYPE
           MOVE +1 TO WS-OCC-DELTA
           PERFORM BUMP-OCCUPANCY-TALLY
           MOVE "REGULAR" TO WS-SLOT-TYPE-WANTED
           PERFORM ASSIGN-FREE-SLOT
           MOVE WS-LOT-ID TO WS-GATE-LOT
           MOVE WS-PLATE TO WS-GATE-PLATE
           MOVE STUDENT-NUMBER TO WS-GATE-STUDENT
           MOVE TIME-OF-ENTRY(1:16) TO WS-GATE-VISIT-START
           MOVE "IN " TO WS-GATE-DIRECTION
           PERFORM EMIT-GATE-OPEN-COMMAND
           MOVE "CREATE" TO WS-AUDIT-ACTION
           IF WS-REOPEN-EXISTING = 'Y'
               STRING WS-AUDIT-OLD-NAME DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-AUDIT-OLD-PLATE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-AUDIT-OLD-ENTRY DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-AUDIT-OLD-EXIT DELIMITED BY SIZE
                      INTO WS-AUDIT-BEFORE
               END-STRING
           ELSE
               MOVE SPACES TO WS-AUDIT-BEFORE
           END-IF
           STRING "SCANNER/" DELIMITED BY SIZE
                  STUDENT-NAME DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  LICENSE-PLATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TIME-OF-ENTRY DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * PRICES THE VISIT WHOSE ELAPSED TIME IS ALREADY IN
      * WS-ELAPSED-DIFF/HOURS/MINS, LEAVING THE RESULT IN FEE-AMOUNT.
      * THE RATE COMES FROM THE CONFIG TABLE PER VEHICLE TYPE (A CAR
      * OCCUPIES TWO SLOTS AND PAYS ACCORDINGLY), A STAY INSIDE THE
      * GRACE PERIOD IS FREE, AND THE CHARGE FOR ANY 24-HOUR STRETCH
      * IS CAPPED SO A BIKE FORGOTTEN OVERNIGHT DOESN'T COST A FORTUNE
      * BY MORNING. A ZERO CAP IN CONFIG MEANS NO CAP
       COMPUTE-VISIT-FEE.
      * THE TERMS ARE THE ONES IN FORCE ON THE DAY THE VISIT STARTED,
      * SO A VISIT THAT STRADDLES A SCHEDULED RATE CHANGE IS BILLED
      * ON THE TERMS IT WAS ADMITTED UNDER
           MOVE TIME-OF-ENTRY(1:10) TO WS-CFG-ASOF-DATE
           PERFORM LOAD-FEE-TERMS-AS-OF
           IF WS-ELAPSED-DIFF <= WS-ASOF-GRACE-MINUTES
               MOVE 0 TO FEE-AMOUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE VEHICLE-TYPE
               WHEN "CAR"
                   MOVE WS-ASOF-RATE-CAR TO WS-APPLIED-RATE
               WHEN "BICYCLE"
                   MOVE WS-ASOF-RATE-BICYCLE TO WS-APPLIED-RATE
               WHEN "MOTORCYCLE"
                   MOVE WS-ASOF-RATE-MOTORCYCLE TO WS-APPLIED-RATE
               WHEN OTHER
                   MOVE WS-ASOF-HOURLY-RATE TO WS-APPLIED-RATE
           END-EVALUATE
           MOVE WS-ELAPSED-HOURS-OUT TO WS-BILLED-HOURS
           IF WS-ELAPSED-MINS-OUT > 0
               ADD 1 TO WS-BILLED-HOURS
           END-IF
           IF WS-BILLED-HOURS = 0
               MOVE 1 TO WS-BILLED-HOURS
           END-IF
           COMPUTE FEE-AMOUNT ROUNDED =
               WS-BILLED-HOURS * WS-APPLIED-RATE
           PERFORM OVN-SET-VISIT-CAP
           IF WS-OVN-CAP > 0
               COMPUTE WS-CAP-PERIODS =
                   (WS-ELAPSED-DIFF + 1439) / 1440
               IF WS-CAP-PERIODS = 0
                   MOVE 1 TO WS-CAP-PERIODS
               END-IF
               COMPUTE WS-CAP-MAXIMUM =
                   WS-CAP-PERIODS * WS-OVN-CAP
               IF FEE-AMOUNT > WS-CAP-MAXIMUM
                   MOVE WS-CAP-MAXIMUM TO FEE-AMOUNT
               END-IF
           END-IF
           .

      * CLOSES THE OPEN VISIT FOR ONE GATE-OUT SCANNER READING, USING
      * THE SAME DURATION/FEE COMPUTATION AND EXIT AUDIT LINE AS THE
      * CLERK'S EXIT-PARKING SCREEN. THERE IS NOBODY AT THE GATE TO
      * HAND CASH TO, SO A NON-ZERO FEE IS BOOKED AS AN UNPAID RECEIPT
      * FOR THE OUTSTANDING-BALANCE LEDGER TO COLLECT AT THE STUDENT'S
      * NEXT CHECK-IN
       PROCESS-SCANNER-EXIT.
           MOVE "SCAN-OUT" TO WS-WTC-CONTEXT
           PERFORM RESOLVE-SCANNER-TAG
           IF WS-TAG-REFUSED = 'Y'
               DISPLAY "Scanner feed: tag " SCN-STUDENT-NUMBER
                       " refused - " FUNCTION TRIM(WS-SUSPENSE-REASON)
                       " - exit skipped."
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
      * THE SAME LENT-TAG CHECK AS THE WAY IN - A TAG READ ON ANOTHER
      * VEHICLE GOING OUT MUST NOT CLOSE (AND BILL) THE HOLDER'S VISIT
           IF WS-TAG-PLATE NOT = SPACES
               AND WS-TAG-PLATE NOT = SCN-LICENSE-PLATE
               DISPLAY "Scanner feed: tag " SCN-STUDENT-NUMBER
                       " is issued for plate " WS-TAG-PLATE
                       " - exit skipped."
               MOVE "TAG ISSUED FOR OTHER PLATE" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAG-STUDENT TO WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Scanner feed: invalid student number "
                       SCN-STUDENT-NUMBER " - exit skipped."
               MOVE "INVALID STUDENT NUMBER" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM PICK-STUDENT-RECORD-IN-FILE
           IF RECORD-FOUND = 'N'
               PERFORM FIND-IN-PRIOR-MONTHS
           END-IF
           IF RECORD-FOUND = 'N'
               DISPLAY "Scanner feed: no record on file for "
                       SCN-STUDENT-NUMBER " - exit skipped."
               MOVE "NO RECORD ON FILE" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF TIME-OF-EXIT NOT = SPACES
               DISPLAY "Scanner feed: no open visit for "
                       SCN-STUDENT-NUMBER " - exit skipped."
               MOVE "NO OPEN VISIT" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE LICENSE-PLATE TO WS-PLATE
           MOVE LOT-ID TO WS-LOT-ID
           MOVE "SCAN-OUT" TO WS-WTC-CONTEXT
           PERFORM CHECK-PLATE-WATCHLIST
           PERFORM CLOSE-CURRENT-OPEN-VISIT
           IF WS-VISIT-CLOSED = 'Y'
               ADD 1 TO WS-SCANNER-EXIT-COUNT
               IF FEE-AMOUNT > 0 AND WS-WLT-PAID = 'N'
                   MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
                   MOVE FEE-AMOUNT TO WS-PAY-AMOUNT-DUE
                   MOVE 0 TO WS-PAY-TENDERED
                   PERFORM WRITE-PAYMENT-RECORD
               END-IF
           ELSE
               MOVE "EXIT REWRITE FAILED" TO WS-SUSPENSE-REASON
               PERFORM SUSPEND-SCANNER-RECORD
               ADD 1 TO WS-SCANNER-SKIP-COUNT
           END-IF
           PERFORM RESTORE-CURRENT-PARKING-PERIOD
           IF WS-VISIT-CLOSED = 'Y'
               PERFORM NOTIFY-WAITLIST-IF-SPACE
           END-IF
           .

      * APPENDS THE SCANNER READING CURRENTLY IN SCN- TO THE SUSPENSE
      * QUEUE WITH THE CALLER'S REASON AND A TIMESTAMP, SO A SKIPPED
      * LINE SURVIVES THE CONSOLE SCROLL AND CAN BE REPROCESSED ONCE
      * THE UNDERLYING PROBLEM IS PUT RIGHT
       SUSPEND-SCANNER-RECORD.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00"
               STRING "Suspense Open Error: " WS-SUSPENSE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SUSPEND-SCANNER-RECORD" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE SCN-STUDENT-NUMBER TO SUS-STUDENT-NUMBER
           MOVE SCN-LICENSE-PLATE TO SUS-LICENSE-PLATE
           MOVE SCN-VEHICLE-TYPE TO SUS-VEHICLE-TYPE
           MOVE SCN-LOT-ID TO SUS-LOT-ID
           MOVE SCN-DIRECTION TO SUS-DIRECTION
           MOVE WS-SUSPENSE-REASON TO SUS-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO SUS-TIMESTAMP
           END-STRING
           WRITE SUSPENSE-RECORD
           IF WS-SUSPENSE-STATUS NOT = "00"
               STRING "Suspense Write Error: " WS-SUSPENSE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SUSPEND-SCANNER-RECORD" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE SUSPENSE-FILE
           .

      * MENU OPTION - LISTS THE SUSPENSE QUEUE SO THE CLERK CAN SEE
      * WHICH READINGS ARE STILL WAITING ON A CORRECTION
       LIST-SUSPENSE-QUEUE.
           MOVE 0 TO WS-SUSPENSE-COUNT
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               DISPLAY "Suspense queue is empty."
               EXIT PARAGRAPH
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00"
               STRING "Suspense Open Error: " WS-SUSPENSE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LIST-SUSPENSE-QUEUE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           DISPLAY "--- Scanner Suspense Queue ---"
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-SUSPENSE-COUNT
                       DISPLAY SUS-TIMESTAMP " | "
                               SUS-STUDENT-NUMBER " | "
                               SUS-LICENSE-PLATE " | "
                               SUS-VEHICLE-TYPE " | "
                               SUS-LOT-ID " | "
                               SUS-DIRECTION " | "
                               SUS-REASON
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           IF WS-SUSPENSE-COUNT = 0
               DISPLAY "Suspense queue is empty."
           ELSE
               DISPLAY WS-SUSPENSE-COUNT " reading(s) in suspense."
           END-IF
           .

      * MENU OPTION - RETRIES EVERY SUSPENDED READING THROUGH THE SAME
      * VALIDATION PATH THE LIVE FEED USES. THE QUEUE IS COPIED TO A
      * SCRATCH FILE AND EMPTIED FIRST; A LINE THAT FAILS AGAIN
      * RE-SUSPENDS ITSELF WITH ITS FRESH REASON, SO NOTHING IS LOST
      * AND NOTHING LOOPS FOREVER WITHIN ONE RUN
       REPROCESS-SUSPENSE-QUEUE.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               DISPLAY "Suspense queue is empty."
               EXIT PARAGRAPH
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00"
               STRING "Suspense Open Error: " WS-SUSPENSE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REPROCESS-SUSPENSE-QUEUE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RETRY-FILE
           IF WS-RETRY-STATUS NOT = "00"
               STRING "Retry Open Error: " WS-RETRY-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REPROCESS-SUSPENSE-QUEUE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE SUSPENSE-RECORD TO RETRY-RECORD
                       WRITE RETRY-RECORD
                       ADD 1 TO WS-RETRY-COUNT
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           CLOSE RETRY-FILE
           IF WS-RETRY-COUNT = 0
               DISPLAY "Suspense queue is empty."
               EXIT PARAGRAPH
           END-IF

      * EMPTY THE QUEUE BEFORE RETRYING SO RE-SUSPENDED FAILURES LAND
      * IN A FRESH FILE INSTEAD OF DOUBLING UP BEHIND THE ONES BEING
      * RETRIED
           OPEN OUTPUT SUSPENSE-FILE
           CLOSE SUSPENSE-FILE

           MOVE 0 TO WS-SCANNER-READ-COUNT
           MOVE 0 TO WS-SCANNER-SKIP-COUNT
           MOVE 0 TO WS-SCANNER-EXIT-COUNT
      * A REPROCESS RUN IS ITS OWN DEDUPE SCOPE
           MOVE 0 TO WS-DUP-COUNT
           OPEN INPUT RETRY-FILE
           IF WS-RETRY-STATUS NOT = "00"
               STRING "Retry Open Error: " WS-RETRY-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REPROCESS-SUSPENSE-QUEUE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ RETRY-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE RTY-STUDENT-NUMBER TO SCN-STUDENT-NUMBER
                       MOVE RTY-LICENSE-PLATE TO SCN-LICENSE-PLATE
                       MOVE RTY-VEHICLE-TYPE TO SCN-VEHICLE-TYPE
                       MOVE RTY-LOT-ID TO SCN-LOT-ID
                       MOVE RTY-DIRECTION TO SCN-DIRECTION
                       PERFORM PROCESS-SCANNER-RECORD
               END-READ
           END-PERFORM
           CLOSE RETRY-FILE
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           DISPLAY "Suspense reprocess complete - "
                   WS-SCANNER-READ-COUNT " checked in, "
                   WS-SCANNER-EXIT-COUNT " checked out, "
                   WS-SCANNER-SKIP-COUNT " re-suspended."
           .

      * EDIT FUNCTION
       EDIT-PARKING.
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "File Open Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "EDIT-PARKING" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-RECORD
           IF RECORD-FOUND = 'N'
               DISPLAY "Record not found for the given Student Number."
           ELSE
               MOVE STUDENT-NAME TO WS-AUDIT-OLD-NAME
               MOVE MOTORCYCLE-MODEL TO WS-AUDIT-OLD-MODEL
               MOVE LICENSE-PLATE TO WS-AUDIT-OLD-PLATE
               MOVE MOTORCYCLE-COLOR TO WS-AUDIT-OLD-COLOR
               DISPLAY "Editing record..."
               DISPLAY "Enter New Student Name: " WITH NO ADVANCING
               ACCEPT WS-STUDENT-NAME
               DISPLAY "Enter New Motorcycle Model: " WITH NO ADVANCING
               ACCEPT WS-MODEL
               DISPLAY "Enter New License Plate: " WITH NO ADVANCING
               ACCEPT WS-PLATE
               PERFORM CHECK-LICENSE-PLATE
               IF VALID-INPUT = 'N'
                   DISPLAY "Invalid License Plate!"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Enter New Motorcycle Color: " WITH NO ADVANCING
               ACCEPT WS-COLOR
               MOVE WS-STUDENT-NAME TO STUDENT-NAME
               MOVE WS-MODEL TO MOTORCYCLE-MODEL
               MOVE WS-PLATE TO LICENSE-PLATE
               MOVE WS-COLOR TO MOTORCYCLE-COLOR
      * THE PLATE IS PART OF THE RECORD KEY NOW - A CORRECTED PLATE
      * MEANS THE RECORD MOVES TO A NEW KEY, WHICH A REWRITE CANNOT
      * DO. THE RECORD IS WRITTEN UNDER THE NEW KEY FIRST AND THE OLD
      * KEY DELETED ONLY ONCE THAT WRITE STANDS, SO A CLASH WITH
      * ANOTHER OF THE STUDENT'S VEHICLES REFUSES THE EDIT INSTEAD OF
      * DESTROYING THE VISIT
               IF WS-PLATE NOT = PARK-PLATE-KEY
                   MOVE WS-PLATE TO PARK-PLATE-KEY
                   WRITE PARKING-RECORD
                   PERFORM JOURNAL-PARKING-ADD
                   IF WS-FILE-STATUS = "22"
                       DISPLAY "Edit refused - this student already "
                               "has a record under plate " WS-PLATE
                       MOVE WS-AUDIT-OLD-PLATE TO PARK-PLATE-KEY
                       MOVE WS-AUDIT-OLD-PLATE TO LICENSE-PLATE
                       PERFORM RESTORE-CURRENT-PARKING-PERIOD
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-FILE-STATUS = "00"
                       MOVE WS-PLATE TO WS-VEH-PICK-PLATE
                       MOVE WS-AUDIT-OLD-PLATE TO PARK-PLATE-KEY
                       DELETE PARKING-FILE RECORD
                       PERFORM JOURNAL-PARKING-DEL
                       MOVE WS-VEH-PICK-PLATE TO PARK-PLATE-KEY
                   END-IF
               ELSE
                   REWRITE PARKING-RECORD
                   PERFORM JOURNAL-PARKING-CHG
               END-IF
               IF WS-FILE-STATUS = "99"
                   DISPLAY "Record is in use at the other terminal - "
                           "try again in a moment."
               ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "Rewrite Error: " WS-FILE-STATUS
                       INTO WS-FILE-ERROR
                   MOVE "EDIT-PARKING" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
               ELSE
                   DISPLAY "Record updated successfully."
                   MOVE "EDIT" TO WS-AUDIT-ACTION
                   STRING WS-AUDIT-OLD-NAME DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-AUDIT-OLD-MODEL DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-AUDIT-OLD-PLATE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-AUDIT-OLD-COLOR DELIMITED BY SIZE
                          INTO WS-AUDIT-BEFORE
                   END-STRING
                   STRING STUDENT-NAME DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          MOTORCYCLE-MODEL DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          LICENSE-PLATE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          MOTORCYCLE-COLOR DELIMITED BY SIZE
                          INTO WS-AUDIT-AFTER
                   END-STRING
                   PERFORM APPEND-AUDIT-RECORD
                   MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
                   PERFORM SAVE-VEHICLE-PROFILE
               END-IF
               END-IF
           END-IF
           PERFORM RESTORE-CURRENT-PARKING-PERIOD
           .

      * READ FUNCTION
       DISPLAY-PARKING-INFO.
           CLOSE PARKING-FILE
           OPEN INPUT PARKING-FILE
           PERFORM FIND-RECORD
           IF RECORD-FOUND = 'N'
               DISPLAY "Record not found for the given Student Number."
           ELSE
               DISPLAY "--- Parking Information ---"
               DISPLAY "Student Number: " STUDENT-NUMBER
               DISPLAY "Student Name: " STUDENT-NAME
               DISPLAY "Motorcycle Model: " MOTORCYCLE-MODEL
               DISPLAY "License Plate: " LICENSE-PLATE
               DISPLAY "Motorcycle Color: " MOTORCYCLE-COLOR
               DISPLAY "Vehicle Type: " VEHICLE-TYPE
               DISPLAY "Lot ID: " LOT-ID
               DISPLAY "Time of Entry: " TIME-OF-ENTRY
               DISPLAY "Time of Exit: " TIME-OF-EXIT
               IF TIME-OF-EXIT NOT = SPACES
                   DISPLAY "Parking Fee: " FEE-AMOUNT
               END-IF
               PERFORM CHECK-OVERSTAY
               IF IS-OVERSTAY
                   DISPLAY "*** OVERSTAY - parked over 24 hours ***"
               END-IF
               IF WS-OVN-COVERED = 'Y'
                   DISPLAY "*** AUTHORIZED OVERNIGHT - "
                           FUNCTION TRIM(WS-OVN-FOUND-OFFICE)
                           " until " WS-OVN-FOUND-TO " ***"
               END-IF
           END-IF.
           PERFORM RESTORE-CURRENT-PARKING-PERIOD
           .

      * CREATE FUNCTION
       EXIT-PARKING.
           MOVE 'N' TO WS-VISIT-CLOSED
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           PERFORM FIND-RECORD
           IF RECORD-FOUND = 'N'
               DISPLAY "Record not found for the given Student Number."
           ELSE
               MOVE LICENSE-PLATE TO WS-PLATE
               MOVE LOT-ID TO WS-LOT-ID
               MOVE "EXIT" TO WS-WTC-CONTEXT
               PERFORM CHECK-PLATE-WATCHLIST
               PERFORM CLOSE-CURRENT-OPEN-VISIT
               IF WS-VISIT-CLOSED = 'Y'
                   MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
      * A FEE ALREADY TAKEN FROM THE PARKING WALLET LEAVES NOTHING
      * TO ASK FOR AT THE WINDOW
                   IF WS-WLT-PAID = 'Y'
                       MOVE 0 TO WS-PAY-AMOUNT-DUE
                   ELSE
                       MOVE FEE-AMOUNT TO WS-PAY-AMOUNT-DUE
                   END-IF
                   PERFORM RECORD-FEE-PAYMENT
                   PERFORM COLLECT-UNSETTLED-FINES
                   MOVE 'Y' TO WS-PLN-DUE-ONLY
                   PERFORM COLLECT-PLAN-INSTALLMENT
               END-IF
           END-IF.
           PERFORM RESTORE-CURRENT-PARKING-PERIOD
      * THE FREED-SPACE CHECK RECOUNTS OCCUPANCY, SO IT RUNS ONLY
      * AFTER THE SESSION IS BACK ON THE CURRENT PERIOD'S FILE
           IF WS-VISIT-CLOSED = 'Y'
               PERFORM NOTIFY-WAITLIST-IF-SPACE
           END-IF
           .

      * STAMPS TIME-OF-EXIT ON THE PARKING-RECORD CURRENTLY IN THE FD,
      * COMPUTES THE DURATION AND FEE, HONORS AN ACTIVE PERMIT, AND
      * REWRITES THE RECORD WITH AN EXIT AUDIT LINE. SHARED BY THE
      * CLERK'S EXIT-PARKING SCREEN AND THE GATE-OUT SCANNER FEED SO
      * BOTH PATHS CLOSE A VISIT IDENTICALLY. WS-VISIT-CLOSED REPORTS
      * WHETHER THE REWRITE ACTUALLY WENT THROUGH
       CLOSE-CURRENT-OPEN-VISIT.
           MOVE 'N' TO WS-VISIT-CLOSED
           MOVE 'N' TO WS-WLT-PAID
      * A SEARCH CAN LAND ON A RECORD WHOSE VISIT ALREADY CLOSED (AN
      * EXPLICIT PLATE PICK, OR THE MODEL/COLOR SCAN WHICH TAKES THE
      * FIRST MATCH). RE-STAMPING IT WOULD RE-BILL THE WHOLE SPAN,
      * ISSUE A SECOND RECEIPT, AND DRAG THE OCCUPANCY TALLY NEGATIVE
      * FOR A VEHICLE THAT ALREADY LEFT - REFUSE IT INSTEAD
           IF TIME-OF-EXIT NOT = SPACES
               DISPLAY "That record is not open - nothing to close."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           MOVE TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE WS-DATE-TIME TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-2
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-2 - WS-ELAPSED-MINUTES-1
           COMPUTE WS-ELAPSED-HOURS-OUT = WS-ELAPSED-DIFF / 60
           COMPUTE WS-ELAPSED-MINS-OUT =
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)

           MOVE WS-DATE-TIME TO TIME-OF-EXIT

           PERFORM COMPUTE-VISIT-FEE
      * THE STATUTORY DISCOUNT COMES OFF BEFORE THE PREPAID AMOUNT,
      * WHICH WAS ITSELF TAKEN NET OF THE SAME DISCOUNT AT THE STATION
           PERFORM APPLY-VISIT-DISCOUNT

      * A VISIT SETTLED AT THE PAY-STATION IS WAVED THROUGH INSIDE
      * ITS PAID WINDOW; PAST THE WINDOW ONLY THE TOP-UP BEYOND WHAT
      * WAS PREPAID IS CHARGED - THE STUDENT ALREADY PAID THE REST
           MOVE 'N' TO WS-STN-HONORED
           IF PAID-THROUGH NOT = SPACES
               IF WS-DATE-TIME(1:16) <= PAID-THROUGH
                   MOVE 0 TO FEE-AMOUNT
                   MOVE 0 TO WS-DSC-AMOUNT
                   MOVE 'Y' TO WS-STN-HONORED
               ELSE
                   IF FEE-AMOUNT > PREPAID-AMOUNT
                       SUBTRACT PREPAID-AMOUNT FROM FEE-AMOUNT
                   ELSE
                       MOVE 0 TO FEE-AMOUNT
                   END-IF
               END-IF
           END-IF

      * A HOLDER OF AN UNEXPIRED SEMESTER PERMIT HAS ALREADY PAID FOR
      * THE TERM - CLOSE THE VISIT AT NO CHARGE AND NOTE THE PERMIT
           MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM CHECK-ACTIVE-PERMIT
           IF WS-PERMIT-ACTIVE = 'Y'
               MOVE 0 TO FEE-AMOUNT
               MOVE 0 TO WS-DSC-AMOUNT
           END-IF
           REWRITE PARKING-RECORD
           PERFORM JOURNAL-PARKING-CHG
           IF WS-FILE-STATUS = "99"
               DISPLAY "Record is in use at the other terminal - "
                       "try again in a moment."
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "Rewrite Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLOSE-CURRENT-OPEN-VISIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               DISPLAY "Exit NOT recorded - record could not be "
                       "updated."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VISIT-CLOSED
           PERFORM FREE-ASSIGNED-SLOT
           MOVE LOT-ID TO WS-OCC-LOT
           MOVE VEHICLE-TYPE TO WS-OCC-TYPE
           MOVE -1 TO WS-OCC-DELTA
           PERFORM BUMP-OCCUPANCY-TALLY
           MOVE LOT-ID TO WS-GATE-LOT
           MOVE LICENSE-PLATE TO WS-GATE-PLATE
           MOVE STUDENT-NUMBER TO WS-GATE-STUDENT
           MOVE TIME-OF-ENTRY(1:16) TO WS-GATE-VISIT-START
           MOVE "OUT" TO WS-GATE-DIRECTION
           PERFORM EMIT-GATE-OPEN-COMMAND
           DISPLAY "Exit time recorded successfully."
           DISPLAY "Parked Duration: " WS-ELAPSED-HOURS-OUT
                   " hr(s) " WS-ELAPSED-MINS-OUT " min(s)"
           IF WS-PERMIT-ACTIVE = 'Y'
               DISPLAY "Permit " WS-ACTIVE-PERMIT-NO
                       " honored - no fee due."
           END-IF
           IF WS-STN-HONORED = 'Y'
               DISPLAY "Paid at station - exit window honored, no "
                       "fee due."
           END-IF
           IF WS-DSC-AMOUNT > 0
               MOVE WS-DSC-AMOUNT TO WS-DSC-DISPLAY
               DISPLAY FUNCTION TRIM(WS-DSC-CATEGORY) " discount "
                       WS-DSC-PERCENT "% - less " WS-DSC-DISPLAY
           END-IF
           DISPLAY "Parking Fee: " FEE-AMOUNT
           MOVE "EXIT" TO WS-AUDIT-ACTION
           MOVE "OPEN" TO WS-AUDIT-BEFORE
           MOVE FEE-AMOUNT TO WS-FEE-DISPLAY
      * A NO-CHARGE EXIT SAYS WHY - PERMIT, PAY-STATION WINDOW OR A
      * REGISTERED EXEMPTION - SO IT IS NOT MISTAKEN FOR A ZERO-RATING
           EVALUATE TRUE
               WHEN WS-PERMIT-ACTIVE = 'Y'
                   STRING TIME-OF-EXIT DELIMITED BY SIZE
                          "/FEE:" DELIMITED BY SIZE
                          WS-FEE-DISPLAY DELIMITED BY SIZE
                          "/PMT:" DELIMITED BY SIZE
                          WS-ACTIVE-PERMIT-NO DELIMITED BY SIZE
                          INTO WS-AUDIT-AFTER
                   END-STRING
               WHEN WS-STN-HONORED = 'Y'
                   STRING TIME-OF-EXIT DELIMITED BY SIZE
                          "/FEE:" DELIMITED BY SIZE
                          WS-FEE-DISPLAY DELIMITED BY SIZE
                          "/STN:" DELIMITED BY SIZE
                          PAID-THROUGH DELIMITED BY SIZE
                          INTO WS-AUDIT-AFTER
                   END-STRING
               WHEN WS-DSC-AMOUNT > 0
                   STRING TIME-OF-EXIT DELIMITED BY SIZE
                          "/FEE:" DELIMITED BY SIZE
                          WS-FEE-DISPLAY DELIMITED BY SIZE
                          "/DSC:" DELIMITED BY SIZE
                          WS-DSC-CATEGORY DELIMITED BY SIZE
                          INTO WS-AUDIT-AFTER
                   END-STRING
               WHEN OTHER
                   STRING TIME-OF-EXIT DELIMITED BY SIZE
                          "/FEE:" DELIMITED BY SIZE
                          WS-FEE-DISPLAY DELIMITED BY SIZE
                          INTO WS-AUDIT-AFTER
                   END-STRING
           END-EVALUATE
           PERFORM APPEND-AUDIT-RECORD
           MOVE 'X' TO WS-DSC-STAGE
           PERFORM RECORD-VISIT-DISCOUNT
           PERFORM WLT-DEBIT-AT-EXIT
           .

      * MENU OPTION - PAY-AT-STATION BEFORE EXIT. THE FEE IS COMPUTED
      * AS OF THIS MOMENT WITH THE SAME PRICING THE GATE USES, TAKEN
      * IN FULL THROUGH THE NORMAL RECEIPT PATH, AND THE VISIT IS
      * STAMPED PAID THROUGH A GRACE WINDOW - THE GATE THEN WAVES THE
      * VEHICLE THROUGH INSIDE THE WINDOW AND ONLY CHARGES A TOP-UP
      * IF THE STUDENT DAWDLES PAST IT. THE 5PM BOOTH QUEUE MOVES TO
      * A MACHINE
       PAY-STATION-SETTLEMENT.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           PERFORM PICK-STUDENT-RECORD-IN-FILE
           IF RECORD-FOUND = 'N'
               PERFORM FIND-IN-PRIOR-MONTHS
           END-IF
           IF RECORD-FOUND = 'N'
               DISPLAY "No record on file for that student."
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF TIME-OF-EXIT NOT = SPACES
               DISPLAY "No open visit - nothing to settle."
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           MOVE TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE WS-DATE-TIME TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-2
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-2 - WS-ELAPSED-MINUTES-1
           COMPUTE WS-ELAPSED-HOURS-OUT = WS-ELAPSED-DIFF / 60
           COMPUTE WS-ELAPSED-MINS-OUT =
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)
           PERFORM COMPUTE-VISIT-FEE
           PERFORM APPLY-VISIT-DISCOUNT

           MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM CHECK-ACTIVE-PERMIT
           IF WS-PERMIT-ACTIVE = 'Y'
               DISPLAY "Permit " WS-ACTIVE-PERMIT-NO
                       " is active - nothing to settle; exit as "
                       "usual."
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE FEE-AMOUNT TO WS-FEE-DISPLAY
           DISPLAY "Fee as of now: " WS-FEE-DISPLAY " ("
                   WS-ELAPSED-HOURS-OUT " hr(s) "
                   WS-ELAPSED-MINS-OUT " min(s))"
           IF WS-DSC-AMOUNT > 0
               MOVE WS-DSC-GROSS TO WS-DSC-DISPLAY
               DISPLAY "  Gross fee " WS-DSC-DISPLAY " less "
                       FUNCTION TRIM(WS-DSC-CATEGORY) " discount "
                       WS-DSC-PERCENT "%"
           END-IF
           IF FEE-AMOUNT > 0
               DISPLAY "Collect the full fee now? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRM-YN
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN)
                   TO WS-CONFIRM-YN
               IF WS-CONFIRM-YN NOT = "Y"
                   DISPLAY "Settlement cancelled - nothing stamped."
                   PERFORM RESTORE-CURRENT-PARKING-PERIOD
                   EXIT PARAGRAPH
               END-IF
               PERFORM ACCEPT-TENDER-TYPE
               MOVE 'S' TO WS-DSC-STAGE
               PERFORM RECORD-VISIT-DISCOUNT
               MOVE FEE-AMOUNT TO WS-PAY-AMOUNT-DUE
               MOVE FEE-AMOUNT TO WS-PAY-TENDERED
               PERFORM WRITE-PAYMENT-RECORD
           ELSE
               MOVE 'S' TO WS-DSC-STAGE
               PERFORM RECORD-VISIT-DISCOUNT
           END-IF

      * STAMP THE EXIT WINDOW - NOW PLUS THE CONFIGURED GRACE
           COMPUTE WS-ELAPSED-MINUTES-OUT =
               WS-ELAPSED-MINUTES-2 + WS-PAYSTATION-GRACE
           PERFORM MINUTES-TO-TIMESTAMP
           MOVE WS-MIN2TS-OUT TO PAID-THROUGH
           MOVE FEE-AMOUNT TO PREPAID-AMOUNT
           REWRITE PARKING-RECORD
           PERFORM JOURNAL-PARKING-CHG
           IF WS-FILE-STATUS NOT = "00"
               STRING "Rewrite Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAY-STATION-SETTLEMENT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Settled - exit freely until " PAID-THROUGH

           MOVE "STN-PAY" TO WS-AUDIT-ACTION
           MOVE "OPEN" TO WS-AUDIT-BEFORE
           MOVE FEE-AMOUNT TO WS-FEE-DISPLAY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "WINDOW:" DELIMITED BY SIZE
                  PAID-THROUGH DELIMITED BY SIZE
                  "/FEE:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           PERFORM RESTORE-CURRENT-PARKING-PERIOD
           .

      * ISSUES A RECEIPT FOR THE FEE JUST COMPUTED AT THE EXIT GATE.
      * THE CLERK RECORDS WHAT ACTUALLY CROSSED THE COUNTER - FULL,
      * PART, OR NOTHING - SO THE LEDGER SHOWS THE TRUE CASH POSITION
      * INSTEAD OF TREATING EVERY COMPUTED FEE AS COLLECTED. CALLERS
      * SET WS-STUDENT-NUMBER AND WS-PAY-AMOUNT-DUE FIRST.
       RECORD-FEE-PAYMENT.
           IF WS-PAY-AMOUNT-DUE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAY-AMOUNT-DUE TO WS-FEE-DISPLAY
           DISPLAY "Fee due: " WS-FEE-DISPLAY
           DISPLAY "Payment received? F-Full P-Partial N-None: "
                   WITH NO ADVANCING
           ACCEPT WS-PAY-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-PAY-CHOICE) TO WS-PAY-CHOICE
           EVALUATE WS-PAY-CHOICE
               WHEN "F"
                   MOVE WS-PAY-AMOUNT-DUE TO WS-PAY-TENDERED
               WHEN "P"
                   DISPLAY "Enter Amount Tendered: " WITH NO ADVANCING
                   ACCEPT WS-PAY-TENDERED-IN
                   MOVE FUNCTION NUMVAL(WS-PAY-TENDERED-IN)
                       TO WS-PAY-TENDERED
                   IF WS-PAY-TENDERED > WS-PAY-AMOUNT-DUE
                       MOVE WS-PAY-AMOUNT-DUE TO WS-PAY-TENDERED
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-PAY-TENDERED
           END-EVALUATE
           IF WS-PAY-TENDERED > 0
               PERFORM ACCEPT-TENDER-TYPE
           END-IF
           PERFORM WRITE-PAYMENT-RECORD
           .

      * ASKS HOW THE MONEY ARRIVED. HALF THE BOOTH'S TRAFFIC IS A
      * PHONE WAVED AT THE HANDSET NOW - RECORDING IT AS WHAT IT IS
      * KEEPS THE DRAWER COUNT HONEST AND GIVES THE SETTLEMENT RECON
      * SOMETHING TO MATCH
       ACCEPT-TENDER-TYPE.
           DISPLAY "Tender (C-Cash E-EWallet): " WITH NO ADVANCING
           ACCEPT WS-TENDER-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-TENDER-CHOICE)
               TO WS-TENDER-CHOICE
           IF WS-TENDER-CHOICE = "E"
               MOVE "EWALLET" TO WS-PAY-TENDER
           ELSE
               MOVE "CASH" TO WS-PAY-TENDER
           END-IF
           .

      * WRITES ONE RECEIPT TO PARKING-PAYMENTS.dat FROM WS-STUDENT-
      * NUMBER / WS-PAY-AMOUNT-DUE / WS-PAY-TENDERED AND LOGS IT TO
      * THE AUDIT TRAIL. SHARED BY THE EXIT-GATE PROMPT ABOVE AND ANY
      * PATH THAT HAS ALREADY DECIDED THE TENDERED AMOUNT ITSELF.
       WRITE-PAYMENT-RECORD.
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "35"
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN I-O PAYMENT-FILE
           END-IF
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Open Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WRITE-PAYMENT-RECORD" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-RECEIPT-NUMBER
           PERFORM BUILD-PAYMENT-RECORD-FIELDS
           WRITE PAYMENT-RECORD
      * WITH TWO BOOTH SESSIONS ON THE SHARED FILE, BOTH CAN DERIVE
      * THE SAME NEXT RECEIPT NUMBER AND THE SLOWER WRITE COMES BACK
      * "22". THE CASH HAS ALREADY CROSSED THE COUNTER, SO THE WRITE
      * IS RETRIED WITH A FRESH NUMBER (THE SEQUENCE SCAN FILLS THE
      * RECORD AREA, SO THE FIELDS ARE REBUILT EACH TIME) RATHER THAN
      * ABANDONING THE RECEIPT
           MOVE 0 TO WS-LOCK-RETRIES
           PERFORM UNTIL WS-PAYMENT-STATUS NOT = "22"
                   OR WS-LOCK-RETRIES >= 5
               ADD 1 TO WS-LOCK-RETRIES
               PERFORM GET-NEXT-RECEIPT-NUMBER
               PERFORM BUILD-PAYMENT-RECORD-FIELDS
               WRITE PAYMENT-RECORD
           END-PERFORM
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Write Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WRITE-PAYMENT-RECORD" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
      * A WALLET TOP-UP IS NOT REVENUE UNTIL THE WALLET PAYS A FEE,
      * WHICH IS COUNTED HERE IN ITS TURN
           IF PAY-REVENUE-TYPE NOT = "WALLET"
               ADD PAY-AMOUNT-PAID TO WS-DAILY-REVENUE
           END-IF
           MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
           DISPLAY "Receipt No. " WS-RECEIPT-DISPLAY
                   " recorded - status " PAY-STATUS
           IF WS-DSC-PENDING = 'Y'
               PERFORM LINK-DISCOUNT-RECEIPT
           END-IF
      * ONLY MONEY THAT ACTUALLY CROSSED THE COUNTER EARNS A PRINTED
      * RECEIPT - AN UNPAID BALANCE BOOKED BY AN UNATTENDED PATH HAS
      * NOBODY STANDING THERE TO HAND IT TO. LIKEWISE A FEE TAKEN
      * FROM THE PARKING WALLET AT THE GATE, OR A TOP-UP THE CASHIER'S
      * OFFICE ALREADY RECEIPTED ON ITS OWN FORM
           IF PAY-AMOUNT-PAID > 0
               AND PAY-TENDER-TYPE NOT = "WALLET"
               AND PAY-TENDER-TYPE NOT = "CASHIER"
               PERFORM PRINT-PAYMENT-RECEIPT
           END-IF
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
      * THE ACTION TAG DEFAULTS TO "PAYMENT"; A CALLER BOOKING TO A
      * DIFFERENT REVENUE ACCOUNT (E.G. PERMIT SALES) SETS ITS OWN
      * TAG FIRST SO THE JOURNAL EXTRACT CAN POST IT SEPARATELY
           MOVE WS-PAY-AUDIT-ACTION TO WS-AUDIT-ACTION
           MOVE PAY-STATUS TO WS-AUDIT-BEFORE
           MOVE PAY-AMOUNT-PAID TO WS-FEE-DISPLAY
           STRING "RCPT:" DELIMITED BY SIZE
                  WS-RECEIPT-DISPLAY DELIMITED BY SIZE
                  "/PAID:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "/TND:" DELIMITED BY SIZE
                  WS-PAY-TENDER DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           CLOSE PAYMENT-FILE
           PERFORM APPEND-AUDIT-RECORD
      * BACK TO THE EXIT-GATE DEFAULTS SO A ONE-OFF CLASSIFICATION
      * NEVER LEAKS INTO THE NEXT RECEIPT
           MOVE "PAYMENT" TO WS-PAY-AUDIT-ACTION
           MOVE "HOURLY" TO WS-PAY-REV-TYPE
           MOVE "CASH" TO WS-PAY-TENDER
           .

      * PRINTS THE RECEIPT CURRENTLY IN THE PAYMENT FD TO THE BOOTH
      * PRINTER SPOOL - UNIVERSITY HEADER, RECEIPT NUMBER, STUDENT,
      * THE MONEY BREAKDOWN, TENDER, AND THE SIGNED-ON OPERATOR. A
      * REPRINT SAYS SO ACROSS THE TOP SO A COPY CAN NEVER PASS AS A
      * SECOND ORIGINAL
       PRINT-PAYMENT-RECEIPT.
           OPEN EXTEND RECEIPT-PRINT-FILE
           IF WS-RECEIPT-PRINT-STATUS = "35"
               OPEN OUTPUT RECEIPT-PRINT-FILE
               CLOSE RECEIPT-PRINT-FILE
               OPEN EXTEND RECEIPT-PRINT-FILE
           END-IF
           IF WS-RECEIPT-PRINT-STATUS NOT = "00"
               STRING "Receipt Printer Open Error: "
                   WS-RECEIPT-PRINT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PRINT-PAYMENT-RECEIPT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE '1' TO RCP-CARRIAGE-CONTROL
           MOVE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES - TAGUIG"
               TO RCP-LINE-TEXT
           WRITE RECEIPT-PRINT-RECORD
           MOVE ' ' TO RCP-CARRIAGE-CONTROL
           MOVE "STUDENT PARKING SYSTEM - OFFICIAL RECEIPT"
               TO RCP-LINE-TEXT
           WRITE RECEIPT-PRINT-RECORD
           IF WS-RCP-REPRINT = 'Y'
               MOVE "*** REPRINT - NOT AN ORIGINAL ***"
                   TO RCP-LINE-TEXT
               WRITE RECEIPT-PRINT-RECORD
           END-IF
           MOVE ALL "-" TO RCP-LINE-TEXT
           WRITE RECEIPT-PRINT-RECORD

           MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "RECEIPT NO: " WS-RECEIPT-DISPLAY
                  "   DATE: " PAY-DATE " " PAY-TIME
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "STUDENT:    " PAY-STUDENT-NUMBER
                  "   FOR: " PAY-REVENUE-TYPE
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           IF PAY-REVENUE-TYPE = "HOURLY"
               PERFORM PRINT-RECEIPT-DISCOUNT
           END-IF
           MOVE PAY-AMOUNT-DUE TO WS-FEE-DISPLAY
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "AMOUNT DUE:      " WS-FEE-DISPLAY
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE PAY-AMOUNT-PAID TO WS-FEE-DISPLAY
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "AMOUNT TENDERED: " WS-FEE-DISPLAY
                  " (" PAY-TENDER-TYPE ")"
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE PAY-BALANCE TO WS-FEE-DISPLAY
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "BALANCE:         " WS-FEE-DISPLAY
                  "   STATUS: " PAY-STATUS
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "CASHIER: " WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE ALL "-" TO RCP-LINE-TEXT
           WRITE RECEIPT-PRINT-RECORD
           CLOSE RECEIPT-PRINT-FILE
           MOVE 'N' TO WS-RCP-REPRINT
           .

      * SAME DOCUMENT SHAPE FOR A FINE COLLECTED AT THE WINDOW -
      * FINES SETTLE ON THE VIOLATION RECORD, NOT THROUGH A RECEIPT
      * NUMBER, SO THE CITATION ITSELF IS THE REFERENCE
       PRINT-FINE-RECEIPT.
           OPEN EXTEND RECEIPT-PRINT-FILE
           IF WS-RECEIPT-PRINT-STATUS = "35"
               OPEN OUTPUT RECEIPT-PRINT-FILE
               CLOSE RECEIPT-PRINT-FILE
               OPEN EXTEND RECEIPT-PRINT-FILE
           END-IF
           IF WS-RECEIPT-PRINT-STATUS NOT = "00"
               STRING "Receipt Printer Open Error: "
                   WS-RECEIPT-PRINT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PRINT-FINE-RECEIPT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO RCP-CARRIAGE-CONTROL
           MOVE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES - TAGUIG"
               TO RCP-LINE-TEXT
           WRITE RECEIPT-PRINT-RECORD
           MOVE ' ' TO RCP-CARRIAGE-CONTROL
           MOVE "STUDENT PARKING SYSTEM - FINE RECEIPT"
               TO RCP-LINE-TEXT
           WRITE RECEIPT-PRINT-RECORD
           MOVE ALL "-" TO RCP-LINE-TEXT
           WRITE RECEIPT-PRINT-RECORD
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "STUDENT:  " VIO-STUDENT-NUMBER
                  "   CITATION: " VIO-VIOLATION-DATE
                  " " VIO-TIME-LOGGED
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "FOR: " VIO-VIOLATION-TYPE
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE VIO-FINE-AMOUNT TO WS-FEE-DISPLAY
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "FINE PAID: " WS-FEE-DISPLAY
                  " (" WS-PAY-TENDER ")"
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "CASHIER: " WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE ALL "-" TO RCP-LINE-TEXT
           WRITE RECEIPT-PRINT-RECORD
           CLOSE RECEIPT-PRINT-FILE
           .

      * MENU OPTION - REPRINTS ANY RECEIPT ON FILE, MARKED AS A COPY
       REPRINT-RECEIPT.
           DISPLAY "Enter Receipt Number: " WITH NO ADVANCING
           ACCEPT WS-RCP-RCPT-IN
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               DISPLAY "No payments on file."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RCP-RCPT-IN)
               TO PAY-RECEIPT-NUMBER
           READ PAYMENT-FILE
               INVALID KEY
                   DISPLAY "Receipt not found."
                   CLOSE PAYMENT-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           CLOSE PAYMENT-FILE
           MOVE 'Y' TO WS-RCP-REPRINT
           PERFORM PRINT-PAYMENT-RECEIPT
           MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
           DISPLAY "Reprint of receipt " WS-RECEIPT-DISPLAY
                   " sent to the booth printer."
           .

      * LAYS THE RECEIPT'S FIELDS INTO THE RECORD AREA FROM THE WS
      * STAGING ITEMS AND THE FRESHLY DRAWN WS-NEXT-RECEIPT. PULLED
      * OUT OF WRITE-PAYMENT-RECORD SO A DUPLICATE-NUMBER RETRY CAN
      * REBUILD THE RECORD AFTER THE SEQUENCE RESCAN OVERWRITES IT
       BUILD-PAYMENT-RECORD-FIELDS.
           MOVE WS-NEXT-RECEIPT TO PAY-RECEIPT-NUMBER
           MOVE WS-STUDENT-NUMBER TO PAY-STUDENT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO PAY-DATE
           END-STRING
           STRING WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO PAY-TIME
           END-STRING
           MOVE WS-PAY-AMOUNT-DUE TO PAY-AMOUNT-DUE
           MOVE WS-PAY-TENDERED TO PAY-AMOUNT-PAID
           COMPUTE PAY-BALANCE =
               WS-PAY-AMOUNT-DUE - WS-PAY-TENDERED
           EVALUATE TRUE
               WHEN PAY-BALANCE = 0
                   MOVE "PAID" TO PAY-STATUS
               WHEN PAY-AMOUNT-PAID = 0
                   MOVE "UNPAID" TO PAY-STATUS
               WHEN OTHER
                   MOVE "PARTIAL" TO PAY-STATUS
           END-EVALUATE
           MOVE WS-PAY-REV-TYPE TO PAY-REVENUE-TYPE
           MOVE WS-PAY-TENDER TO PAY-TENDER-TYPE
           MOVE 0 TO PAY-REVERSES
           .

      * RECEIPT NUMBERS ARE ASSIGNED IN STRICT SEQUENCE. THE PRIMARY
      * KEY IS ASCENDING, SO READING TO THE END OF THE FILE FINDS THE
      * HIGHEST NUMBER ISSUED SO FAR. CALLED WITH PAYMENT-FILE OPEN I-O
       GET-NEXT-RECEIPT-NUMBER.
           MOVE 0 TO WS-NEXT-RECEIPT
           MOVE 0 TO PAY-RECEIPT-NUMBER
           START PAYMENT-FILE KEY IS >= PAY-RECEIPT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ PAYMENT-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               MOVE PAY-RECEIPT-NUMBER
                                   TO WS-NEXT-RECEIPT
                       END-READ
                   END-PERFORM
           END-START
           ADD 1 TO WS-NEXT-RECEIPT
           .

      * TOTALS THE UNPAID BALANCES ON FILE FOR WS-STUDENT-NUMBER VIA
      * THE PAY-STUDENT-NUMBER ALTERNATE KEY. USED BY NEW-PARKING TO
      * STOP A RETURNING DEBTOR AT THE GATE AND BY THE INQUIRY SCREEN
       SUM-OUTSTANDING-BALANCE.
           MOVE 0 TO WS-OUTSTANDING-TOTAL
           MOVE 0 TO WS-OUTSTANDING-COUNT
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "35"
               PERFORM ADD-DEFAULTED-PLAN-BALANCE
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Open Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SUM-OUTSTANDING-BALANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-NUMBER TO PAY-STUDENT-NUMBER
           MOVE 'N' TO END-OF-FILE
           START PAYMENT-FILE KEY IS = PAY-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF PAY-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           IF PAY-BALANCE > 0
                               ADD PAY-BALANCE
                                   TO WS-OUTSTANDING-TOTAL
                               ADD 1 TO WS-OUTSTANDING-COUNT
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
           PERFORM ADD-DEFAULTED-PLAN-BALANCE
           .

      * WALKS WS-STUDENT-NUMBER'S UNSETTLED RECEIPTS AND TAKES PAYMENT
      * AGAINST EACH ONE THE CLERK COLLECTS ON, REWRITING THE RECEIPT
      * WITH THE NEW PAID AMOUNT AND STATUS AND LOGGING EACH COLLECTION
       SETTLE-OUTSTANDING-RECEIPTS.
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Open Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SETTLE-OUTSTANDING-RECEIPTS"
                   TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-NUMBER TO PAY-STUDENT-NUMBER
           MOVE 'N' TO END-OF-FILE
           START PAYMENT-FILE KEY IS = PAY-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF PAY-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           IF PAY-BALANCE > 0
                               PERFORM COLLECT-ON-RECEIPT
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
      * A DEFAULTED PLAN'S ARREARS ARE PART OF WHAT THE STUDENT OWES
      * AT THE WINDOW - BRINGING THEM UP TO DATE CLEARS THE BLOCK
           MOVE 'Y' TO WS-PLN-DUE-ONLY
           PERFORM COLLECT-PLAN-INSTALLMENT
           .

      * TAKES PAYMENT AGAINST THE ONE RECEIPT CURRENTLY IN THE FD.
      * CALLED FROM SETTLE-OUTSTANDING-RECEIPTS WITH THE FILE OPEN I-O
       COLLECT-ON-RECEIPT.
           MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
           MOVE PAY-BALANCE TO WS-FEE-DISPLAY
           DISPLAY "Receipt " WS-RECEIPT-DISPLAY " dated " PAY-DATE
                   " - balance " WS-FEE-DISPLAY
           DISPLAY "Enter Amount Collected (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-PAY-TENDERED-IN
           MOVE FUNCTION NUMVAL(WS-PAY-TENDERED-IN)
               TO WS-PAY-TENDERED
           IF WS-PAY-TENDERED = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PAY-TENDERED > PAY-BALANCE
               MOVE PAY-BALANCE TO WS-PAY-TENDERED
           END-IF
           PERFORM ACCEPT-TENDER-TYPE
           MOVE PAY-STATUS TO WS-AUDIT-BEFORE
           ADD WS-PAY-TENDERED TO PAY-AMOUNT-PAID
           SUBTRACT WS-PAY-TENDERED FROM PAY-BALANCE
           IF PAY-BALANCE = 0
               MOVE "PAID" TO PAY-STATUS
           ELSE
               MOVE "PARTIAL" TO PAY-STATUS
           END-IF
      * THE RECEIPT REMEMBERS THE LATEST TENDER THAT TOUCHED IT
           MOVE WS-PAY-TENDER TO PAY-TENDER-TYPE
           REWRITE PAYMENT-RECORD
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Rewrite Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "COLLECT-ON-RECEIPT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD WS-PAY-TENDERED TO WS-DAILY-REVENUE
           PERFORM PRINT-PAYMENT-RECEIPT
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PAYMENT" TO WS-AUDIT-ACTION
           MOVE WS-PAY-TENDERED TO WS-FEE-DISPLAY
           STRING "RCPT:" DELIMITED BY SIZE
                  WS-RECEIPT-DISPLAY DELIMITED BY SIZE
                  "/PAID:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "/TND:" DELIMITED BY SIZE
                  WS-PAY-TENDER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PAY-STATUS DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           MOVE "CASH" TO WS-PAY-TENDER
           DISPLAY "Receipt " WS-RECEIPT-DISPLAY " now " PAY-STATUS
           .

      * RESOLVES THE LOT IN WS-LST-LOOKUP AGAINST ITS STATUS RECORD
      * AND TODAY'S DATE: WS-LOT-CLOSED / WS-LOT-REDUCED COME BACK
      * WITH THE EFFECTIVE REDUCED CAPACITY AND, FOR A REDUCED LOT,
      * ITS CURRENT WEIGHTED OCCUPANCY OFF THE MAINTAINED TALLY
       CHECK-LOT-STATUS.
           MOVE 'N' TO WS-LOT-CLOSED
           MOVE 'N' TO WS-LOT-REDUCED
           MOVE 0 TO WS-LOT-EFF-CAP
           MOVE 0 TO WS-LOT-USED-WEIGHTED
           OPEN INPUT LOT-STATUS-FILE
           IF WS-LOTSTATUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-LST-LOOKUP TO LST-LOT-ID
           READ LOT-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (LST-EFF-FROM = SPACES
                           OR LST-EFF-FROM <= WS-TODAY-DATE)
                       AND (LST-EFF-TO = SPACES
                           OR LST-EFF-TO >= WS-TODAY-DATE)
                       EVALUATE LST-STATUS
                           WHEN "CLOSED"
                               MOVE 'Y' TO WS-LOT-CLOSED
                           WHEN "REDUCED"
                               MOVE 'Y' TO WS-LOT-REDUCED
                               MOVE LST-REDUCED-CAP
                                   TO WS-LOT-EFF-CAP
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
           CLOSE LOT-STATUS-FILE
           IF WS-LOT-REDUCED = 'Y'
               OPEN INPUT OCCUPANCY-FILE
               IF WS-OCCUPANCY-STATUS = "00"
                   MOVE WS-LST-LOOKUP TO OCC-LOT-ID
                   READ OCCUPANCY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-LOT-USED-WEIGHTED =
                               OCC-MOTORCYCLE + OCC-BICYCLE
                               + (OCC-CAR * 2)
                   END-READ
                   CLOSE OCCUPANCY-FILE
               END-IF
           END-IF
           .

      * SHARED BY EVERY CHECK-IN PATH - REFUSES A CLOSED LOT, AND A
      * REDUCED LOT ALREADY AT ITS TEMPORARY CAPACITY. CALLERS SET
      * WS-LOT-ID AND WS-PROSPECTIVE-WEIGHT FIRST
       CHECK-LOT-OPEN-FOR-ENTRY.
           MOVE 'N' TO WS-LOT-REFUSED
           MOVE WS-LOT-ID TO WS-LST-LOOKUP
           PERFORM CHECK-LOT-STATUS
           IF WS-LOT-CLOSED = 'Y'
               MOVE 'Y' TO WS-LOT-REFUSED
               DISPLAY "Lot " FUNCTION TRIM(WS-LOT-ID)
                       " is CLOSED: " FUNCTION TRIM(LST-REASON)
               EXIT PARAGRAPH
           END-IF
           IF WS-LOT-REDUCED = 'Y'
               AND WS-LOT-USED-WEIGHTED + WS-PROSPECTIVE-WEIGHT
                   > WS-LOT-EFF-CAP
               MOVE 'Y' TO WS-LOT-REFUSED
               DISPLAY "Lot " FUNCTION TRIM(WS-LOT-ID)
                       " is at its reduced capacity ("
                       WS-LOT-EFF-CAP ") - no entry."
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - SETS OR CLEARS A LOT'S STATUS.
      * CLOSING A LOT ALSO LISTS EVERY VEHICLE STILL INSIDE SO THE
      * GUARDS CAN HAVE THEM MOVED
       LOT-STATUS-MAINTENANCE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           MOVE FUNCTION UPPER-CASE(WS-LOT-ID) TO WS-LOT-ID
           IF WS-LOT-ID = SPACES
               DISPLAY "Invalid Lot ID!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Status: O-Open  C-Closed  R-Reduced capacity: "
                   WITH NO ADVANCING
           ACCEPT WS-LST-STATUS-IN
           MOVE FUNCTION UPPER-CASE(WS-LST-STATUS-IN)
               TO WS-LST-STATUS-IN
           IF WS-LST-STATUS-IN NOT = "O"
               AND WS-LST-STATUS-IN NOT = "C"
               AND WS-LST-STATUS-IN NOT = "R"
               DISPLAY "Invalid status code."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LST-FROM-IN
           MOVE SPACES TO WS-LST-TO-IN
           MOVE SPACES TO WS-LST-REASON-IN
           MOVE SPACES TO WS-LST-CAP-IN
           IF WS-LST-STATUS-IN NOT = "O"
               DISPLAY "Effective From (YYYY-MM-DD, blank = now): "
                       WITH NO ADVANCING
               ACCEPT WS-LST-FROM-IN
               DISPLAY "Effective To (YYYY-MM-DD, blank = until "
                       "reopened): " WITH NO ADVANCING
               ACCEPT WS-LST-TO-IN
               DISPLAY "Reason: " WITH NO ADVANCING
               ACCEPT WS-LST-REASON-IN
           END-IF
           IF WS-LST-STATUS-IN = "R"
               DISPLAY "Reduced Capacity (weighted slots): "
                       WITH NO ADVANCING
               ACCEPT WS-LST-CAP-IN
           END-IF

           OPEN I-O LOT-STATUS-FILE
           IF WS-LOTSTATUS-STATUS = "35"
               OPEN OUTPUT LOT-STATUS-FILE
               CLOSE LOT-STATUS-FILE
               OPEN I-O LOT-STATUS-FILE
           END-IF
           IF WS-LOTSTATUS-STATUS NOT = "00"
               STRING "Lot Status Open Error: " WS-LOTSTATUS-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOT-STATUS-MAINTENANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOT-ID TO LST-LOT-ID
           READ LOT-STATUS-FILE
               INVALID KEY
                   MOVE WS-LOT-ID TO LST-LOT-ID
                   PERFORM FILL-LOT-STATUS-FIELDS
                   WRITE LOT-STATUS-RECORD
               NOT INVALID KEY
                   PERFORM FILL-LOT-STATUS-FIELDS
                   REWRITE LOT-STATUS-RECORD
           END-READ
           IF WS-LOTSTATUS-STATUS NOT = "00"
               STRING "Lot Status Write Error: " WS-LOTSTATUS-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOT-STATUS-MAINTENANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE LOT-STATUS-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE LOT-STATUS-FILE
           DISPLAY "Lot " FUNCTION TRIM(WS-LOT-ID) " is now "
                   LST-STATUS

           MOVE SPACES TO STUDENT-NUMBER
           MOVE "LOT-STAT" TO WS-AUDIT-ACTION
           MOVE WS-LOT-ID TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING LST-STATUS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-LST-REASON-IN DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD

      * A FRESHLY CLOSED LOT - SHOW THE GUARDS WHO IS STILL INSIDE
           IF WS-LST-STATUS-IN = "C"
               PERFORM LIST-VEHICLES-IN-LOT-BODY
           END-IF
      * AND THE ENTRANCE BOARD STOPS ADVERTISING SPACE
           MOVE WS-LOT-ID TO WS-OCC-LOT
           PERFORM WRITE-SPACES-AVAILABLE
           .

      * LAYS THE STATUS FIELDS INTO THE RECORD AREA
       FILL-LOT-STATUS-FIELDS.
           EVALUATE WS-LST-STATUS-IN
               WHEN "C"
                   MOVE "CLOSED" TO LST-STATUS
               WHEN "R"
                   MOVE "REDUCED" TO LST-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO LST-STATUS
           END-EVALUATE
           MOVE WS-LST-FROM-IN TO LST-EFF-FROM
           MOVE WS-LST-TO-IN TO LST-EFF-TO
           MOVE WS-LST-REASON-IN TO LST-REASON
           IF WS-LST-CAP-IN = SPACES
               MOVE 0 TO LST-REDUCED-CAP
           ELSE
               MOVE FUNCTION NUMVAL(WS-LST-CAP-IN)
                   TO LST-REDUCED-CAP
           END-IF
           .

      * MENU OPTION - EVERY VEHICLE STILL INSIDE ONE LOT, SO A
      * CLOSURE CREW KNOWS EXACTLY WHAT HAS TO MOVE
       LIST-VEHICLES-IN-LOT.
           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           MOVE FUNCTION UPPER-CASE(WS-LOT-ID) TO WS-LOT-ID
           PERFORM LIST-VEHICLES-IN-LOT-BODY
           .

      * THE SCAN ITSELF - STUDENTS OFF THE CURRENT PERIOD'S FILE,
      * PLUS OPEN VISITOR PASSES AND STAFF VISITS IN THE SAME LOT
       LIST-VEHICLES-IN-LOT-BODY.
           MOVE 0 TO WS-LIL-COUNT
           DISPLAY "--- Vehicles still in lot "
                   FUNCTION TRIM(WS-LOT-ID) " ---"
           CLOSE PARKING-FILE
           OPEN INPUT PARKING-FILE
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF TIME-OF-EXIT = SPACES
                           AND LOT-ID = WS-LOT-ID
                           PERFORM DISPLAY-CURRENTLY-PARKED-LINE
                           ADD 1 TO WS-LIL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE

           OPEN INPUT VISITOR-FILE
           IF WS-VISITOR-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ VISITOR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF VST-TIME-OF-EXIT = SPACES
                               AND VST-LOT-ID = WS-LOT-ID
                               DISPLAY "VISITOR " VST-PASS-ID " | "
                                       VST-NAME " | "
                                       VST-LICENSE-PLATE " | "
                                       VST-TIME-OF-ENTRY
                               ADD 1 TO WS-LIL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VISITOR-FILE
           END-IF

           OPEN INPUT STAFF-VISIT-FILE
           IF WS-STAFF-VISIT-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ STAFF-VISIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF SVF-TIME-OF-EXIT = SPACES
                               AND SVF-LOT-ID = WS-LOT-ID
                               DISPLAY "STAFF " SVF-EMP-NUMBER " | "
                                       SVF-LICENSE-PLATE " | "
                                       SVF-TIME-OF-ENTRY
                               ADD 1 TO WS-LIL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-VISIT-FILE
           END-IF
           IF WS-LIL-COUNT = 0
               DISPLAY "Lot is empty."
           ELSE
               DISPLAY WS-LIL-COUNT " vehicle(s) still inside."
           END-IF
           .

      * TRUE (WS-CAL-CLOSED) WHEN THE DATE IN WS-CAL-LOOKUP IS A
      * NON-OPERATING DAY ON THE CAMPUS CALENDAR
       CHECK-CALENDAR-DATE.
           MOVE 'N' TO WS-CAL-CLOSED
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAL-LOOKUP TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CAL-CLOSED
           END-READ
           CLOSE CALENDAR-FILE
           .

      * MENU OPTION (SUPERVISOR) - MAINTAINS THE CAMPUS CALENDAR:
      * ADD/UPDATE OR REMOVE ONE NON-OPERATING DAY
       CALENDAR-MAINTENANCE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A-Add/Update  R-Remove: " WITH NO ADVANCING
           ACCEPT WS-CAL-ACTION-IN
           MOVE FUNCTION UPPER-CASE(WS-CAL-ACTION-IN)
               TO WS-CAL-ACTION-IN
           DISPLAY "Date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-CAL-DATE-IN
           IF WS-CAL-DATE-IN = SPACES
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF WS-CALENDAR-STATUS NOT = "00"
               STRING "Calendar Open Error: " WS-CALENDAR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CALENDAR-MAINTENANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           IF WS-CAL-ACTION-IN = "R"
               MOVE WS-CAL-DATE-IN TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "That date is not on the calendar."
                   NOT INVALID KEY
                       DELETE CALENDAR-FILE RECORD
                       DISPLAY "Date removed from the calendar."
               END-READ
               CLOSE CALENDAR-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Type (HOLIDAY/BREAK/CLOSED): " WITH NO ADVANCING
           ACCEPT WS-CAL-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-CAL-TYPE-IN)
               TO WS-CAL-TYPE-IN
           IF WS-CAL-TYPE-IN = SPACES
               MOVE "CLOSED" TO WS-CAL-TYPE-IN
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-CAL-DESC-IN
           MOVE WS-CAL-DATE-IN TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE WS-CAL-DATE-IN TO CAL-DATE
                   MOVE WS-CAL-TYPE-IN TO CAL-TYPE
                   MOVE WS-CAL-DESC-IN TO CAL-DESCRIPTION
                   WRITE CALENDAR-RECORD
                   DISPLAY "Non-operating day added."
               NOT INVALID KEY
                   MOVE WS-CAL-TYPE-IN TO CAL-TYPE
                   MOVE WS-CAL-DESC-IN TO CAL-DESCRIPTION
                   REWRITE CALENDAR-RECORD
                   DISPLAY "Calendar entry updated."
           END-READ
           IF WS-CALENDAR-STATUS NOT = "00"
               STRING "Calendar Write Error: " WS-CALENDAR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CALENDAR-MAINTENANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE CALENDAR-FILE
           .

      * COUNTS THE NON-OPERATING DAYS IN THE INCLUSIVE INTEGER-DATE
      * SPAN WS-CAL-SPAN-INT..WS-CAL-SPAN-END INTO WS-CAL-CLOSED-DAYS
       COUNT-CLOSED-DAYS-IN-SPAN.
           MOVE 0 TO WS-CAL-CLOSED-DAYS
           PERFORM UNTIL WS-CAL-SPAN-INT > WS-CAL-SPAN-END
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-SPAN-INT)
                   TO WS-CAL-YMD
               MOVE SPACES TO WS-CAL-LOOKUP
               STRING WS-CAL-YMD(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CAL-YMD(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CAL-YMD(7:2) DELIMITED BY SIZE
                      INTO WS-CAL-LOOKUP
               END-STRING
               PERFORM CHECK-CALENDAR-DATE
               IF WS-CAL-CLOSED = 'Y'
                   ADD 1 TO WS-CAL-CLOSED-DAYS
               END-IF
               ADD 1 TO WS-CAL-SPAN-INT
           END-PERFORM
           .

      * TRUE (WS-IMP-HELD) WHEN WS-STUDENT-NUMBER HAS A VEHICLE STILL
      * IMPOUNDED - THE HOLD EVERY CHECK-IN PATH CONSULTS
       CHECK-IMPOUND-HOLD.
           MOVE 'N' TO WS-IMP-HELD
           OPEN INPUT IMPOUND-FILE
           IF WS-IMPOUND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO IMP-STUDENT-NUMBER
           MOVE LOW-VALUES TO IMP-IMPOUNDED-ON
           MOVE 'N' TO END-OF-FILE
           START IMPOUND-FILE KEY IS >= IMP-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ IMPOUND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF IMP-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           IF IMP-STATUS = "HELD"
                               MOVE 'Y' TO WS-IMP-HELD
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPOUND-FILE
           .

      * MENU OPTION (SUPERVISOR) - IMPOUNDS A VEHICLE OFF ITS OPEN
      * VISIT: THE VISIT IS CLOSED WITH NO PARKING FEE (THE IMPOUND
      * FEE IS COLLECTED AT RELEASE), THE SLOT AND TALLY ARE FREED,
      * AND THE HELD RECORD BLOCKS THE STUDENT'S CHECK-INS UNTIL THE
      * RELEASE STEP
       IMPOUND-VEHICLE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           CLOSE PARKING-FILE
           OPEN I-O PARKING-FILE
           PERFORM FIND-RECORD
           IF RECORD-FOUND = 'N'
               DISPLAY "Record not found for the given Student Number."
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF TIME-OF-EXIT NOT = SPACES
               DISPLAY "That record has no open visit - nothing to "
                       "impound."
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Vehicle " LICENSE-PLATE " open since "
                   TIME-OF-ENTRY(1:16) " in lot "
                   FUNCTION TRIM(LOT-ID)
           DISPLAY "Impound Reason: " WITH NO ADVANCING
           ACCEPT WS-IMP-REASON-IN
           DISPLAY "Impound this vehicle? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Impound cancelled."
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "OPEN/" DELIMITED BY SIZE
                  TIME-OF-ENTRY(1:16) DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE WS-DATE-TIME TO TIME-OF-EXIT
           MOVE 0 TO FEE-AMOUNT
           REWRITE PARKING-RECORD
           PERFORM JOURNAL-PARKING-CHG
           IF WS-FILE-STATUS NOT = "00"
               STRING "Rewrite Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "IMPOUND-VEHICLE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM FREE-ASSIGNED-SLOT
           MOVE LOT-ID TO WS-OCC-LOT
           MOVE VEHICLE-TYPE TO WS-OCC-TYPE
           MOVE -1 TO WS-OCC-DELTA
           PERFORM BUMP-OCCUPANCY-TALLY

           OPEN I-O IMPOUND-FILE
           IF WS-IMPOUND-STATUS = "35"
               OPEN OUTPUT IMPOUND-FILE
               CLOSE IMPOUND-FILE
               OPEN I-O IMPOUND-FILE
           END-IF
           IF WS-IMPOUND-STATUS NOT = "00"
               STRING "Impound Open Error: " WS-IMPOUND-STATUS
                   INTO WS-FILE-ERROR
               MOVE "IMPOUND-VEHICLE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-NUMBER TO IMP-STUDENT-NUMBER
           MOVE WS-DATE-TIME(1:10) TO IMP-IMPOUNDED-ON
           MOVE LICENSE-PLATE TO IMP-LICENSE-PLATE
           MOVE LOT-ID TO IMP-LOT-ID
           MOVE WS-IMP-REASON-IN TO IMP-REASON
           MOVE "HELD" TO IMP-STATUS
           MOVE WS-IMPOUND-FEE TO IMP-FEE-AMOUNT
           MOVE WS-OPERATOR-ID TO IMP-IMPOUNDED-BY
           MOVE SPACES TO IMP-RELEASED-ON
           MOVE SPACES TO IMP-RELEASED-BY
           WRITE IMPOUND-RECORD
           IF WS-IMPOUND-STATUS NOT = "00"
               STRING "Impound Write Error: " WS-IMPOUND-STATUS
                   INTO WS-FILE-ERROR
               MOVE "IMPOUND-VEHICLE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE IMPOUND-FILE
           MOVE WS-IMPOUND-FEE TO WS-FEE-DISPLAY
           DISPLAY "Vehicle impounded - release fee " WS-FEE-DISPLAY
                   ". Check-ins are blocked until release."

           MOVE "IMPOUND" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-DATE-TIME(1:16) DELIMITED BY SIZE
                  "/RSN:" DELIMITED BY SIZE
                  WS-IMP-REASON-IN DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           PERFORM RESTORE-CURRENT-PARKING-PERIOD
           .

      * MENU OPTION (SUPERVISOR) - RELEASES AN IMPOUNDED VEHICLE.
      * THE IMPOUND FEE IS COLLECTED IN FULL THROUGH PAYMENT-FILE
      * BEFORE THE HOLD COMES OFF - NO MORE PAPER RECEIPTS AT THE
      * COMPOUND GATE
       RELEASE-IMPOUNDED-VEHICLE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-MKC-EXECUTING = 'Y'
               MOVE WS-MKC-R-STUDENT TO WS-STUDENT-NUMBER
           ELSE
               DISPLAY "Enter Student Number: " WITH NO ADVANCING
               ACCEPT WS-STUDENT-NUMBER
           END-IF
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O IMPOUND-FILE
           IF WS-IMPOUND-STATUS NOT = "00"
               DISPLAY "No impound records on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IMP-FOUND
           MOVE WS-STUDENT-NUMBER TO IMP-STUDENT-NUMBER
           MOVE LOW-VALUES TO IMP-IMPOUNDED-ON
           MOVE 'N' TO END-OF-FILE
           START IMPOUND-FILE KEY IS >= IMP-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ IMPOUND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF IMP-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           IF IMP-STATUS = "HELD"
                               MOVE 'Y' TO WS-IMP-FOUND
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IMP-FOUND = 'N'
               DISPLAY "No vehicle held for that student."
               CLOSE IMPOUND-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE IMP-FEE-AMOUNT TO WS-FEE-DISPLAY
           DISPLAY "Held since " IMP-IMPOUNDED-ON ": "
                   IMP-LICENSE-PLATE " ("
                   FUNCTION TRIM(IMP-REASON) ")"
           DISPLAY "Release fee due: " WS-FEE-DISPLAY
      * A RELEASE TAKES TWO SUPERVISORS - THE FIRST ONE FILES IT WITH
      * THE TENDER THE OWNER WILL PAY BY; THE FEE IS TAKEN AND THE
      * HOLD COMES OFF WHEN THE SECOND ONE APPROVES IT
           IF WS-MKC-EXECUTING = 'N'
               DISPLAY "Collect the full release fee now? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRM-YN
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
               IF WS-CONFIRM-YN NOT = "Y"
                   DISPLAY "Vehicle stays held until the fee is paid."
                   CLOSE IMPOUND-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE "CASH" TO WS-PAY-TENDER
               IF IMP-FEE-AMOUNT > 0
                   PERFORM ACCEPT-TENDER-TYPE
               END-IF
               MOVE SPACES TO WS-MKC-REQUEST
               MOVE "IMP-REL" TO WS-MKC-R-ACTION
               MOVE WS-STUDENT-NUMBER TO WS-MKC-R-STUDENT
               MOVE IMP-LICENSE-PLATE TO WS-MKC-R-PLATE
               MOVE WS-PAY-TENDER TO WS-MKC-R-TENDER
               MOVE IMP-REASON TO WS-MKC-R-REASON
               STRING "FEE:" DELIMITED BY SIZE
                      WS-FEE-DISPLAY DELIMITED BY SIZE
                      "/TND:" DELIMITED BY SIZE
                      WS-PAY-TENDER DELIMITED BY SIZE
                      INTO WS-MKC-R-SUMMARY
               END-STRING
               CLOSE IMPOUND-FILE
               PERFORM MKC-FILE-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF IMP-FEE-AMOUNT > 0
               MOVE WS-MKC-R-TENDER TO WS-PAY-TENDER
               MOVE IMP-FEE-AMOUNT TO WS-PAY-AMOUNT-DUE
               MOVE IMP-FEE-AMOUNT TO WS-PAY-TENDERED
               MOVE "IMPOUND" TO WS-PAY-REV-TYPE
               MOVE "IMP-PAY" TO WS-PAY-AUDIT-ACTION
               PERFORM WRITE-PAYMENT-RECORD
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE "RELEASED" TO IMP-STATUS
           MOVE WS-TODAY-DATE TO IMP-RELEASED-ON
           MOVE WS-OPERATOR-ID TO IMP-RELEASED-BY
           REWRITE IMPOUND-RECORD
           IF WS-IMPOUND-STATUS NOT = "00"
               STRING "Impound Rewrite Error: " WS-IMPOUND-STATUS
                   INTO WS-FILE-ERROR
               MOVE "RELEASE-IMPOUNDED-VEHICLE"
                   TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE IMPOUND-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE IMPOUND-FILE
           DISPLAY "Vehicle released - hold lifted."

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "IMP-REL" TO WS-AUDIT-ACTION
           MOVE "HELD" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "/FEE:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           MOVE 'Y' TO WS-MKC-DONE
           .

      * MENU OPTION - THE IMPOUND REGISTER, HELD AND RELEASED ALIKE
       IMPOUND-REGISTER-REPORT.
           MOVE 0 TO WS-IMP-COUNT
           OPEN INPUT IMPOUND-FILE
           IF WS-IMPOUND-STATUS NOT = "00"
               DISPLAY "No impound records on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--- Impound Register ---"
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ IMPOUND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-IMP-COUNT
                       MOVE IMP-FEE-AMOUNT TO WS-FEE-DISPLAY
                       DISPLAY IMP-IMPOUNDED-ON " | "
                               IMP-STUDENT-NUMBER " | "
                               IMP-LICENSE-PLATE " | "
                               IMP-STATUS " | "
                               WS-FEE-DISPLAY " | "
                               FUNCTION TRIM(IMP-REASON)
                       IF IMP-STATUS = "RELEASED"
                           DISPLAY "    released " IMP-RELEASED-ON
                                   " by " IMP-RELEASED-BY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPOUND-FILE
           IF WS-IMP-COUNT = 0
               DISPLAY "No impound records on file."
           ELSE
               DISPLAY WS-IMP-COUNT " impound record(s) listed."
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - TERM-END TRANSFER OF EVERY UNPAID
      * RECEIPT BALANCE AND UNSETTLED FINE ONTO THE STUDENT ACCOUNTS
      * LEDGER. EACH SOURCE RECORD IS MARKED TRANSFERRED SO THE BOOTH
      * CAN NEVER COLLECT IT A SECOND TIME, AND A CONTROL REPORT
      * PRINTS EVERYTHING THAT MOVED. A FINE STILL UNDER APPEAL IS
      * HELD BACK AND SAID SO
       TERM-END-BALANCE-TRANSFER.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Transfer all outstanding balances and fines to "
                   "student accounts? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Transfer cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-XFR-PAY-CNT
           MOVE 0 TO WS-XFR-PAY-TOT
           MOVE 0 TO WS-XFR-FINE-CNT
           MOVE 0 TO WS-XFR-FINE-TOT
           MOVE 0 TO WS-XFR-HELD

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE SPACES TO WS-XFER-FILENAME
           STRING "STUDENT-ACCTS-XFER-" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-XFER-FILENAME
           END-STRING
           OPEN OUTPUT XFER-FILE
           IF WS-XFER-STATUS NOT = "00"
               STRING "Transfer Open Error: " WS-XFER-STATUS
                   INTO WS-FILE-ERROR
               MOVE "TERM-END-BALANCE-TRANSFER" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT XFERRPT-FILE
           IF WS-XFR-RPT-STATUS NOT = "00"
               STRING "Transfer Report Open Error: " WS-XFR-RPT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "TERM-END-BALANCE-TRANSFER" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE XFER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO XFT-CARRIAGE-CONTROL
           STRING "PUP-TAGUIG STUDENT PARKING SYSTEM - TERM-END "
                  "TRANSFER TO STUDENT ACCOUNTS" DELIMITED BY SIZE
                  INTO XFT-LINE-TEXT
           END-STRING
           WRITE XFERRPT-RECORD
           MOVE ' ' TO XFT-CARRIAGE-CONTROL
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO XFT-LINE-TEXT
           END-STRING
           WRITE XFERRPT-RECORD
           MOVE ALL "-" TO XFT-LINE-TEXT
           WRITE XFERRPT-RECORD

      * UNPAID RECEIPT BALANCES
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PAYMENT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF PAY-BALANCE > 0
                               AND PAY-STATUS NOT = "XFERRED"
                               AND PAY-STATUS NOT = "REVERSED"
                               AND PAY-STATUS NOT = "REFUND"
                               PERFORM TRANSFER-ONE-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF

      * UNSETTLED FINES, EXCEPT THOSE UNDER A PENDING APPEAL
           OPEN I-O VIOLATION-FILE
           IF WS-VIOLATION-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ VIOLATION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF VIO-SETTLED = 'N'
                               AND VIO-FINE-AMOUNT > 0
                               PERFORM TRANSFER-ONE-FINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIOLATION-FILE
           END-IF
           CLOSE XFER-FILE

           MOVE ' ' TO XFT-CARRIAGE-CONTROL
           MOVE SPACES TO XFT-LINE-TEXT
           WRITE XFERRPT-RECORD
           MOVE WS-XFR-PAY-TOT TO WS-XFR-AMT-DISPLAY
           STRING "RECEIPT BALANCES MOVED: " WS-XFR-PAY-CNT
                  "  TOTAL " WS-XFR-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO XFT-LINE-TEXT
           END-STRING
           WRITE XFERRPT-RECORD
           MOVE WS-XFR-FINE-TOT TO WS-XFR-AMT-DISPLAY
           MOVE SPACES TO XFT-LINE-TEXT
           STRING "FINES MOVED: " WS-XFR-FINE-CNT
                  "  TOTAL " WS-XFR-AMT-DISPLAY
                  "  HELD UNDER APPEAL: " WS-XFR-HELD
                  DELIMITED BY SIZE
                  INTO XFT-LINE-TEXT
           END-STRING
           WRITE XFERRPT-RECORD
           CLOSE XFERRPT-FILE

           DISPLAY "Transfer complete - " WS-XFR-PAY-CNT
                   " balance(s) and " WS-XFR-FINE-CNT
                   " fine(s) moved to " WS-XFER-FILENAME
           DISPLAY "Control report written to TERM-TRANSFER.rpt"
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "TERMXFER" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "BALS:" WS-XFR-PAY-CNT
                  "/FINES:" WS-XFR-FINE-CNT
                  "/HELD:" WS-XFR-HELD
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * ONE RECEIPT BALANCE ONTO THE LEDGER. THE SOURCE RECEIPT GOES
      * INERT - STATUS XFERRED, BALANCE CLEARED - SO THE BOOTH PATHS
      * THAT KEY OFF A NONZERO BALANCE NEVER SEE IT AGAIN
       TRANSFER-ONE-BALANCE.
           MOVE PAY-STUDENT-NUMBER TO XFR-STUDENT-NUMBER
           MOVE "PARKFEE" TO XFR-CHARGE-TYPE
           MOVE SPACES TO XFR-REFERENCE
           MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
           STRING "RCPT-" DELIMITED BY SIZE
                  WS-RECEIPT-DISPLAY DELIMITED BY SIZE
                  INTO XFR-REFERENCE
           END-STRING
           MOVE PAY-DATE TO XFR-CHARGE-DATE
           MOVE PAY-BALANCE TO XFR-AMOUNT
           WRITE XFER-RECORD
           IF WS-XFER-STATUS NOT = "00"
               STRING "Transfer Write Error: " WS-XFER-STATUS
                   INTO WS-FILE-ERROR
               MOVE "TRANSFER-ONE-BALANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XFR-PAY-CNT
           ADD PAY-BALANCE TO WS-XFR-PAY-TOT
           MOVE PAY-BALANCE TO WS-XFR-AMT-DISPLAY
           MOVE ' ' TO XFT-CARRIAGE-CONTROL
           MOVE SPACES TO XFT-LINE-TEXT
           STRING "  " PAY-STUDENT-NUMBER " | RCPT "
                  WS-RECEIPT-DISPLAY " | " PAY-DATE
                  " | " WS-XFR-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO XFT-LINE-TEXT
           END-STRING
           WRITE XFERRPT-RECORD
           MOVE "XFERRED" TO PAY-STATUS
           MOVE 0 TO PAY-BALANCE
           REWRITE PAYMENT-RECORD
           .

      * ONE UNSETTLED FINE ONTO THE LEDGER, MARKED 'T' (TRANSFERRED)
      * SO IT READS AS NEITHER PAID NOR WAIVED. A FINE WITH A PENDING
      * APPEAL STAYS PUT UNTIL THE RULING
       TRANSFER-ONE-FINE.
           PERFORM CHECK-APPEAL-PENDING
           IF WS-APL-PENDING = 'Y'
               ADD 1 TO WS-XFR-HELD
               MOVE ' ' TO XFT-CARRIAGE-CONTROL
               MOVE SPACES TO XFT-LINE-TEXT
               STRING "  " VIO-STUDENT-NUMBER " | FINE "
                      VIO-VIOLATION-DATE
                      " | HELD - UNDER APPEAL"
                      DELIMITED BY SIZE
                      INTO XFT-LINE-TEXT
               END-STRING
               WRITE XFERRPT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE VIO-STUDENT-NUMBER TO XFR-STUDENT-NUMBER
           MOVE "PARKFINE" TO XFR-CHARGE-TYPE
           MOVE VIO-KEY TO XFR-REFERENCE
           MOVE VIO-VIOLATION-DATE TO XFR-CHARGE-DATE
           MOVE VIO-FINE-AMOUNT TO XFR-AMOUNT
           WRITE XFER-RECORD
           IF WS-XFER-STATUS NOT = "00"
               STRING "Transfer Write Error: " WS-XFER-STATUS
                   INTO WS-FILE-ERROR
               MOVE "TRANSFER-ONE-FINE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XFR-FINE-CNT
           ADD VIO-FINE-AMOUNT TO WS-XFR-FINE-TOT
           MOVE VIO-FINE-AMOUNT TO WS-XFR-AMT-DISPLAY
           MOVE ' ' TO XFT-CARRIAGE-CONTROL
           MOVE SPACES TO XFT-LINE-TEXT
           STRING "  " VIO-STUDENT-NUMBER " | FINE "
                  VIO-VIOLATION-DATE " | "
                  FUNCTION TRIM(VIO-VIOLATION-TYPE)
                  " | " WS-XFR-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO XFT-LINE-TEXT
           END-STRING
           WRITE XFERRPT-RECORD
           MOVE 'T' TO VIO-SETTLED
           MOVE WS-TODAY-DATE TO VIO-SETTLED-ON
           REWRITE VIOLATION-RECORD
           .

      * MENU OPTION (SUPERVISOR) - RUNS THE REGISTRAR'S CLEARANCE
      * CHECK ON DEMAND. THE SAME RUN IS SCHEDULED OVERNIGHT WITH THE
      * "CLEARANCE" RUN-TIME PARAMETER
       REGISTRAR-CLEARANCE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEARANCE-BATCH
           .

      * READS REGISTRAR-CLEARANCE.dat AND ANSWERS EVERY STUDENT ON IT
      * IN CLEARANCE-RESPONSE.dat: CLEARED, OR NOT CLEARED WITH THE
      * REASONS, CHECKED AGAINST EVERYTHING THE WINDOW USED TO LOOK UP
      * BY HAND. NOT-CLEARED STUDENTS ARE ALSO PRINTED ON
      * CLEARANCE-EXCEPTIONS.rpt FOR THE OFFICE TO CHASE. NOTHING IS
      * UPDATED, SO THE RUN CAN SIMPLY BE REPEATED
       CLEARANCE-BATCH.
           MOVE 0 TO WS-CLR-READ
           MOVE 0 TO WS-CLR-CLEARED
           MOVE 0 TO WS-CLR-NOT-CLEARED
           OPEN INPUT CLEARANCE-REQ-FILE
           IF WS-CLRQ-STATUS = "35"
               DISPLAY "No clearance request file "
                       "(REGISTRAR-CLEARANCE.dat) to process."
               EXIT PARAGRAPH
           END-IF
           IF WS-CLRQ-STATUS NOT = "00"
               STRING "Clearance Request Open Error: " WS-CLRQ-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLEARANCE-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLEARANCE-RESP-FILE
           IF WS-CLRS-STATUS NOT = "00"
               STRING "Clearance Response Open Error: " WS-CLRS-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLEARANCE-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE CLEARANCE-REQ-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLEARANCE-RPT-FILE
           IF WS-CLRR-STATUS NOT = "00"
               STRING "Clearance Report Open Error: " WS-CLRR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLEARANCE-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE CLEARANCE-REQ-FILE
               CLOSE CLEARANCE-RESP-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE '1' TO CLR-CARRIAGE-CONTROL
           MOVE SPACES TO CLR-LINE-TEXT
           STRING "PUP-TAGUIG STUDENT PARKING SYSTEM - REGISTRAR "
                  "CLEARANCE EXCEPTIONS" DELIMITED BY SIZE
                  INTO CLR-LINE-TEXT
           END-STRING
           WRITE CLEARANCE-RPT-RECORD
           MOVE ' ' TO CLR-CARRIAGE-CONTROL
           MOVE SPACES TO CLR-LINE-TEXT
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO CLR-LINE-TEXT
           END-STRING
           WRITE CLEARANCE-RPT-RECORD
           MOVE SPACES TO CLR-LINE-TEXT
           STRING "  STUDENT NO. | S | NAME"
                  "                           | BLOCKED BY"
                  DELIMITED BY SIZE
                  INTO CLR-LINE-TEXT
           END-STRING
           WRITE CLEARANCE-RPT-RECORD
           MOVE ALL "-" TO CLR-LINE-TEXT
           WRITE CLEARANCE-RPT-RECORD

      * ITS OWN EOF FLAG - EVERY LOOKUP BELOW RUNS ITS OWN READ LOOP
      * ON END-OF-FILE
           MOVE 'N' TO WS-CLR-EOF
           PERFORM UNTIL WS-CLR-EOF = 'Y'
               READ CLEARANCE-REQ-FILE
                   AT END
                       MOVE 'Y' TO WS-CLR-EOF
                   NOT AT END
                       ADD 1 TO WS-CLR-READ
                       PERFORM CLEAR-ONE-STUDENT
               END-READ
           END-PERFORM
           CLOSE CLEARANCE-REQ-FILE
           CLOSE CLEARANCE-RESP-FILE

           MOVE ' ' TO CLR-CARRIAGE-CONTROL
           MOVE SPACES TO CLR-LINE-TEXT
           WRITE CLEARANCE-RPT-RECORD
           STRING "REQUESTS READ: " WS-CLR-READ
                  "  CLEARED: " WS-CLR-CLEARED
                  "  NOT CLEARED: " WS-CLR-NOT-CLEARED
                  DELIMITED BY SIZE
                  INTO CLR-LINE-TEXT
           END-STRING
           WRITE CLEARANCE-RPT-RECORD
           CLOSE CLEARANCE-RPT-FILE

           DISPLAY "Clearance run complete - " WS-CLR-READ " read, "
                   WS-CLR-CLEARED " cleared, " WS-CLR-NOT-CLEARED
                   " not cleared."
           DISPLAY "Response written to CLEARANCE-RESPONSE.dat, "
                   "exceptions to CLEARANCE-EXCEPTIONS.rpt"
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "CLEARANCE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "READ:" WS-CLR-READ
                  "/CLEARED:" WS-CLR-CLEARED
                  "/NOT:" WS-CLR-NOT-CLEARED
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * ONE REQUEST LINE: EVERY CHECK RUNS, SO THE REGISTRAR GETS ALL
      * THE REASONS AT ONCE RATHER THAN ONE PER ROUND TRIP
       CLEAR-ONE-STUDENT.
           MOVE 0 TO WS-CLR-BLOCKS
           MOVE SPACES TO WS-CLR-REASONS
           MOVE 1 TO WS-CLR-PTR
           MOVE 0 TO WS-OUTSTANDING-TOTAL
           MOVE 0 TO WS-CLR-FINES
           MOVE CRQ-STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               ADD 1 TO WS-CLR-BLOCKS
               STRING "INVALID-ID " DELIMITED BY SIZE
                   INTO WS-CLR-REASONS WITH POINTER WS-CLR-PTR
               END-STRING
               PERFORM WRITE-CLEARANCE-RESULT
               EXIT PARAGRAPH
           END-IF

      * AN OPEN VISIT IN THIS PERIOD'S FILE OR AN UNSEALED PRIOR ONE
           PERFORM CHECK-ALREADY-PARKED
           IF RECORD-FOUND = 'Y'
               ADD 1 TO WS-CLR-BLOCKS
               STRING "OPEN-VISIT " DELIMITED BY SIZE
                   INTO WS-CLR-REASONS WITH POINTER WS-CLR-PTR
               END-STRING
           END-IF

           PERFORM SUM-OUTSTANDING-BALANCE
           IF WS-OUTSTANDING-TOTAL > 0
               ADD 1 TO WS-CLR-BLOCKS
               STRING "BALANCE " DELIMITED BY SIZE
                   INTO WS-CLR-REASONS WITH POINTER WS-CLR-PTR
               END-STRING
           END-IF

      * A PLAN IN GOOD STANDING DOESN'T BLOCK THE GATE, BUT THE MONEY
      * IS STILL OWED - A DEFAULTED ONE IS ALREADY IN THE BALANCE
           PERFORM FIND-OPEN-PAYMENT-PLAN
           IF WS-PLN-FOUND = 'Y'
               IF PLN-STATUS = "CURRENT"
                   ADD 1 TO WS-CLR-BLOCKS
                   STRING "PLAN " DELIMITED BY SIZE
                       INTO WS-CLR-REASONS WITH POINTER WS-CLR-PTR
                   END-STRING
               END-IF
               CLOSE PAYMENT-PLAN-FILE
           END-IF

           PERFORM CLEARANCE-SCAN-FINES
           IF WS-CLR-FINE-CNT > 0
               ADD 1 TO WS-CLR-BLOCKS
               STRING "FINES " DELIMITED BY SIZE
                   INTO WS-CLR-REASONS WITH POINTER WS-CLR-PTR
               END-STRING
           END-IF
           IF WS-CLR-APPEAL-CNT > 0
               ADD 1 TO WS-CLR-BLOCKS
               STRING "APPEAL " DELIMITED BY SIZE
                   INTO WS-CLR-REASONS WITH POINTER WS-CLR-PTR
               END-STRING
           END-IF

           PERFORM CHECK-IMPOUND-HOLD
           IF WS-IMP-HELD = 'Y'
               ADD 1 TO WS-CLR-BLOCKS
               STRING "IMPOUND " DELIMITED BY SIZE
                   INTO WS-CLR-REASONS WITH POINTER WS-CLR-PTR
               END-STRING
           END-IF

           PERFORM CHECK-BLACKLIST
           IF WS-BLACKLISTED = 'Y'
               ADD 1 TO WS-CLR-BLOCKS
               STRING "HOLD " DELIMITED BY SIZE
                   INTO WS-CLR-REASONS WITH POINTER WS-CLR-PTR
               END-STRING
           END-IF

           PERFORM CLEARANCE-CHECK-PERMIT
           IF WS-CLR-PERMIT-OUT = 'Y'
               ADD 1 TO WS-CLR-BLOCKS
               STRING "PERMIT " DELIMITED BY SIZE
                   INTO WS-CLR-REASONS WITH POINTER WS-CLR-PTR
               END-STRING
           END-IF
           PERFORM WRITE-CLEARANCE-RESULT
           .

      * UNSETTLED FINES, SPLIT INTO THOSE THE STUDENT SIMPLY OWES AND
      * THOSE STILL WAITING ON AN APPEAL RULING. BOTH BLOCK CLEARANCE
       CLEARANCE-SCAN-FINES.
           MOVE 0 TO WS-CLR-FINES
           MOVE 0 TO WS-CLR-FINE-CNT
           MOVE 0 TO WS-CLR-APPEAL-CNT
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
           MOVE 'N' TO WS-CLR-VIO-EOF
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CLR-VIO-EOF
           END-START
           PERFORM UNTIL WS-CLR-VIO-EOF = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLR-VIO-EOF
                   NOT AT END
                       IF VIO-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           IF VIO-SETTLED = 'N'
                               AND VIO-FINE-AMOUNT > 0
                               ADD VIO-FINE-AMOUNT TO WS-CLR-FINES
                               PERFORM CHECK-APPEAL-PENDING
                               IF WS-APL-PENDING = 'Y'
                                   ADD 1 TO WS-CLR-APPEAL-CNT
                               ELSE
                                   ADD 1 TO WS-CLR-FINE-CNT
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-CLR-VIO-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           .

      * A PERMIT STILL IN FORCE HAS NOT BEEN SURRENDERED. ONCE THE
      * HANG TAG IS HANDED BACK THE SUPERVISOR REVOKES THE PERMIT
      * (OPTION 71), WHICH CLEARS THIS BLOCK
       CLEARANCE-CHECK-PERMIT.
           MOVE 'N' TO WS-CLR-PERMIT-OUT
           OPEN INPUT PERMIT-FILE
           IF WS-PERMIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO PMT-STUDENT-NUMBER
           READ PERMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PMT-PERMIT-TYPE NOT = "REVOKED"
                       AND PMT-VALID-TO >= WS-TODAY-DATE
                       MOVE 'Y' TO WS-CLR-PERMIT-OUT
                   END-IF
           END-READ
           CLOSE PERMIT-FILE
           .

      * WRITES THE RESPONSE LINE AND, FOR A STUDENT NOT CLEARED, THE
      * EXCEPTION LINES
       WRITE-CLEARANCE-RESULT.
           MOVE CRQ-STUDENT-NUMBER TO CRS-STUDENT-NUMBER
           MOVE CRQ-SEPARATION TO CRS-SEPARATION
           MOVE WS-TODAY-DATE TO CRS-CHECKED-ON
           MOVE WS-CLR-BLOCKS TO CRS-BLOCK-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO CRS-BALANCE
           MOVE WS-CLR-FINES TO CRS-FINES
           MOVE WS-CLR-REASONS TO CRS-REASONS
           IF WS-CLR-BLOCKS = 0
               MOVE "CLEARED" TO CRS-RESULT
               ADD 1 TO WS-CLR-CLEARED
           ELSE
               MOVE "NOT CLEARED" TO CRS-RESULT
               ADD 1 TO WS-CLR-NOT-CLEARED
           END-IF
           WRITE CLEARANCE-RESP-RECORD
           IF WS-CLRS-STATUS NOT = "00"
               STRING "Clearance Response Write Error: "
                   WS-CLRS-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WRITE-CLEARANCE-RESULT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           IF WS-CLR-BLOCKS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE ' ' TO CLR-CARRIAGE-CONTROL
           MOVE SPACES TO CLR-LINE-TEXT
           STRING "  " CRQ-STUDENT-NUMBER " | " CRQ-SEPARATION
                  " | " CRQ-STUDENT-NAME " | "
                  WS-CLR-REASONS
                  DELIMITED BY SIZE
                  INTO CLR-LINE-TEXT
           END-STRING
           WRITE CLEARANCE-RPT-RECORD
           IF WS-OUTSTANDING-TOTAL > 0 OR WS-CLR-FINES > 0
               MOVE WS-OUTSTANDING-TOTAL TO WS-CLR-AMT-DISPLAY
               MOVE WS-CLR-FINES TO WS-CLR-FINE-DISPLAY
               MOVE SPACES TO CLR-LINE-TEXT
               STRING "                  RECEIPTS OWED "
                      WS-CLR-AMT-DISPLAY
                      "   FINES UNSETTLED " WS-CLR-FINE-DISPLAY
                      DELIMITED BY SIZE
                      INTO CLR-LINE-TEXT
               END-STRING
               WRITE CLEARANCE-RPT-RECORD
           END-IF
           .

      * MENU OPTION - PRINTS THE MONTHLY STATEMENTS OF ACCOUNT FOR A
      * MONTH THE CLERK NAMES (BLANK = LAST MONTH). THE SAME RUN IS
      * SCHEDULED AT MONTH START AS "STATEMENT" OR "STATEMENT YYYY-MM"
       MONTHLY-STATEMENTS.
           DISPLAY "Statement month (YYYY-MM, blank = last month): "
                   WITH NO ADVANCING
           ACCEPT WS-STM-PERIOD-IN
           PERFORM STATEMENT-BATCH
           .

      * ONE STATEMENT PER STUDENT WITH ANY ACTIVITY IN THE MONTH:
      * OPENING BALANCE, THE VISITS, RECEIPTS AND REFUNDS, CITATIONS
      * AND APPEAL RULINGS OF THE MONTH, AND THE CLOSING BALANCE. THE
      * BALANCE IS WHAT THE STUDENT OWES THIS OFFICE - RECEIPTS BILLED
      * LESS WHAT WAS PAID ON THEM, PLUS FINES LESS THOSE SETTLED,
      * WAIVED OR REDUCED. EVERY ITEM IS DATED, SO THE OPENING BALANCE
      * IS SIMPLY EVERYTHING DATED BEFORE THE MONTH AND EACH MONTH'S
      * CLOSING IS THE NEXT MONTH'S OPENING. A COLLECTION TAKEN LATER
      * AGAINST A RECEIPT COUNTS ON THE RECEIPT'S OWN DATE. VISIT FEES
      * ARE LISTED FOR REFERENCE - THE MONEY IS CHARGED ON THE RECEIPT
       STATEMENT-BATCH.
           MOVE 0 TO WS-STM-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-TODAY-DATE(1:7) TO WS-STM-THIS-PERIOD
           IF WS-STM-PERIOD-IN = SPACES
               MOVE WS-YEAR TO WS-STM-YEAR
               MOVE WS-MONTH TO WS-STM-MONTH
               IF WS-STM-MONTH = 1
                   MOVE 12 TO WS-STM-MONTH
                   SUBTRACT 1 FROM WS-STM-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-STM-MONTH
               END-IF
           ELSE
               IF WS-STM-PERIOD-IN(1:4) IS NOT NUMERIC
                   OR WS-STM-PERIOD-IN(5:1) NOT = "-"
                   OR WS-STM-PERIOD-IN(6:2) IS NOT NUMERIC
                   DISPLAY "Statement month must be YYYY-MM."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-STM-PERIOD-IN(1:4) TO WS-STM-YEAR
               MOVE WS-STM-PERIOD-IN(6:2) TO WS-STM-MONTH
           END-IF
           IF WS-STM-MONTH < 1 OR WS-STM-MONTH > 12
               DISPLAY "Statement month must be YYYY-MM."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STM-PERIOD
           STRING WS-STM-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-STM-MONTH DELIMITED BY SIZE
                  INTO WS-STM-PERIOD
           END-STRING
           IF WS-STM-PERIOD > WS-STM-THIS-PERIOD
               DISPLAY "Cannot print statements for a month that has "
                       "not started."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STMT-FILENAME
           STRING "STATEMENTS-" DELIMITED BY SIZE
                  WS-STM-PERIOD DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-STMT-FILENAME
           END-STRING
           MOVE SPACES TO WS-STX-FILENAME
           STRING "STATEMENT-EXTRACT-" DELIMITED BY SIZE
                  WS-STM-PERIOD DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-STX-FILENAME
           END-STRING
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
               STRING "Statement Open Error: " WS-STMT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "STATEMENT-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STATEMENT-EXTRACT-FILE
           IF WS-STX-STATUS NOT = "00"
               STRING "Statement Extract Open Error: " WS-STX-STATUS
                   INTO WS-FILE-ERROR
               MOVE "STATEMENT-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE STATEMENT-FILE
               EXIT PARAGRAPH
           END-IF

      * THE MONTH'S OWN PARKING FILE - THE SESSION'S FILE WHEN IT IS
      * THE CURRENT MONTH, OTHERWISE THAT MONTH'S FILE FOR INPUT. A
      * SEALED MONTH HAS ALREADY BEEN ARCHIVED TO HISTORY
           MOVE 'N' TO WS-STM-SWITCHED
           MOVE 'Y' TO WS-STM-PARK-OPEN
           IF WS-STM-PERIOD NOT = WS-STM-THIS-PERIOD
               MOVE 'Y' TO WS-STM-SWITCHED
               CLOSE PARKING-FILE
               MOVE WS-STM-YEAR TO WS-PERIOD-YEAR
               MOVE WS-STM-MONTH TO WS-PERIOD-MONTH
               PERFORM BUILD-PARKING-FILENAME
               PERFORM OPEN-UNSEALED-PRIOR-INPUT
               IF WS-FILE-STATUS NOT = "00"
                   MOVE 'N' TO WS-STM-PARK-OPEN
               END-IF
           END-IF
           MOVE 'N' TO WS-STM-MST-OPEN
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-STM-MST-OPEN
           END-IF
           MOVE 'N' TO WS-STM-PAY-OPEN
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "00"
               MOVE 'Y' TO WS-STM-PAY-OPEN
           END-IF
           MOVE 'N' TO WS-STM-VIO-OPEN
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS = "00"
               MOVE 'Y' TO WS-STM-VIO-OPEN
           END-IF
           MOVE 'N' TO WS-STM-APL-OPEN
           OPEN INPUT APPEAL-FILE
           IF WS-APPEAL-STATUS = "00"
               MOVE 'Y' TO WS-STM-APL-OPEN
           END-IF
           MOVE 'N' TO WS-STM-HIST-OPEN
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-STM-HIST-OPEN
           END-IF

           MOVE LOW-VALUES TO WS-STM-CUR
           PERFORM NEXT-STATEMENT-STUDENT
           PERFORM UNTIL WS-STM-NEXT = HIGH-VALUES
               MOVE WS-STM-NEXT TO WS-STM-CUR
               PERFORM STATEMENT-ONE-STUDENT
               PERFORM NEXT-STATEMENT-STUDENT
           END-PERFORM

           IF WS-STM-MST-OPEN = 'Y'
               CLOSE STUDENT-MASTER-FILE
           END-IF
           IF WS-STM-PAY-OPEN = 'Y'
               CLOSE PAYMENT-FILE
           END-IF
           IF WS-STM-VIO-OPEN = 'Y'
               CLOSE VIOLATION-FILE
           END-IF
           IF WS-STM-APL-OPEN = 'Y'
               CLOSE APPEAL-FILE
           END-IF
           IF WS-STM-HIST-OPEN = 'Y'
               CLOSE HISTORY-FILE
           END-IF
           IF WS-STM-SWITCHED = 'Y'
               PERFORM RESTORE-CURRENT-PARKING-PERIOD
           END-IF
           CLOSE STATEMENT-FILE
           CLOSE STATEMENT-EXTRACT-FILE

           DISPLAY WS-STM-COUNT " statement(s) for " WS-STM-PERIOD
                   " written to " FUNCTION TRIM(WS-STMT-FILENAME)
           DISPLAY "Mail extract written to "
                   FUNCTION TRIM(WS-STX-FILENAME)
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "STATEMENTS" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "PERIOD:" WS-STM-PERIOD
                  "/STMTS:" WS-STM-COUNT
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * THE NEXT STUDENT NUMBER ABOVE WS-STM-CUR ON THE ROSTER, THE
      * RECEIPTS OR THE CITATIONS - WHICHEVER IS LOWEST - SO A
      * STUDENT DROPPED FROM THE ROSTER STILL GETS A STATEMENT FOR
      * WHAT THEY OWE. HIGH-VALUES WHEN ALL THREE ARE EXHAUSTED
       NEXT-STATEMENT-STUDENT.
           MOVE HIGH-VALUES TO WS-STM-NEXT
           IF WS-STM-MST-OPEN = 'Y'
               MOVE WS-STM-CUR TO MST-STUDENT-NUMBER
               START STUDENT-MASTER-FILE KEY IS > MST-STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ STUDENT-MASTER-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF MST-STUDENT-NUMBER < WS-STM-NEXT
                                   MOVE MST-STUDENT-NUMBER
                                       TO WS-STM-NEXT
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-STM-PAY-OPEN = 'Y'
               MOVE WS-STM-CUR TO PAY-STUDENT-NUMBER
               START PAYMENT-FILE KEY IS > PAY-STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PAYMENT-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PAY-STUDENT-NUMBER < WS-STM-NEXT
                                   MOVE PAY-STUDENT-NUMBER
                                       TO WS-STM-NEXT
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-STM-VIO-OPEN = 'Y'
               MOVE WS-STM-CUR TO VIO-STUDENT-NUMBER
               START VIOLATION-FILE KEY IS > VIO-STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ VIOLATION-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF VIO-STUDENT-NUMBER < WS-STM-NEXT
                                   MOVE VIO-STUDENT-NUMBER
                                       TO WS-STM-NEXT
                               END-IF
                       END-READ
               END-START
           END-IF
           .

      * GATHERS ONE STUDENT'S ITEMS INTO THE LINE TABLE AND PRINTS
      * THE STATEMENT ONLY IF SOMETHING HAPPENED IN THE MONTH
       STATEMENT-ONE-STUDENT.
           MOVE 0 TO WS-STM-ACTIVITY
           MOVE 0 TO WS-STM-OPEN-CHG
           MOVE 0 TO WS-STM-OPEN-CRD
           MOVE 0 TO WS-STM-PER-CHG
           MOVE 0 TO WS-STM-PER-CRD
           MOVE 0 TO WS-STM-LINE-CNT
           MOVE 0 TO WS-STM-LINE-LOST
           MOVE SPACES TO WS-STM-NAME
           MOVE SPACES TO WS-STM-MOBILE
           IF WS-STM-MST-OPEN = 'Y'
               MOVE WS-STM-CUR TO MST-STUDENT-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON CURRENT ROSTER)" TO WS-STM-NAME
                   NOT INVALID KEY
                       MOVE MST-STUDENT-NAME TO WS-STM-NAME
                       MOVE MST-MOBILE TO WS-STM-MOBILE
               END-READ
           END-IF

           MOVE "PARKING VISITS" TO WS-STM-SECTION
           PERFORM STATEMENT-COLLECT-VISITS
           MOVE "RECEIPTS AND REFUNDS" TO WS-STM-SECTION
           PERFORM STATEMENT-COLLECT-RECEIPTS
           MOVE "CITATIONS AND APPEALS" TO WS-STM-SECTION
           PERFORM STATEMENT-COLLECT-CITATIONS
           PERFORM STATEMENT-COLLECT-APPEALS
           IF WS-STM-ACTIVITY = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STM-OPENING = WS-STM-OPEN-CHG - WS-STM-OPEN-CRD
           COMPUTE WS-STM-CLOSING = WS-STM-OPENING
               + WS-STM-PER-CHG - WS-STM-PER-CRD
           PERFORM PRINT-ONE-STATEMENT
           ADD 1 TO WS-STM-COUNT
           .

      * VISITS CLOSED OUT IN THE MONTH, FROM THE MONTH'S OWN FILE AND
      * FROM THE HISTORY ARCHIVE
       STATEMENT-COLLECT-VISITS.
           IF WS-STM-PARK-OPEN = 'Y'
               MOVE WS-STM-CUR TO STUDENT-NUMBER
               MOVE LOW-VALUES TO PARK-PLATE-KEY
               MOVE 'N' TO WS-STM-EOF
               START PARKING-FILE KEY IS >= PARK-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-STM-EOF
               END-START
               PERFORM UNTIL WS-STM-EOF = 'Y'
                   READ PARKING-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-STM-EOF
                       NOT AT END
                           IF STUDENT-NUMBER NOT = WS-STM-CUR
                               MOVE 'Y' TO WS-STM-EOF
                           ELSE
                               IF TIME-OF-EXIT(1:7) = WS-STM-PERIOD
                                   COMPUTE WS-STM-AMT-EDIT =
                                       FEE-AMOUNT + PREPAID-AMOUNT
                                   MOVE TIME-OF-EXIT(1:10)
                                       TO WS-STM-I-DATE
                                   MOVE LICENSE-PLATE TO WS-STM-I-REF
                                   MOVE LOT-ID TO WS-STM-I-DESC
                                   PERFORM STATEMENT-VISIT-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-STM-HIST-OPEN = 'Y'
               MOVE WS-STM-CUR TO HIST-STUDENT-NUMBER
               MOVE LOW-VALUES TO HIST-TIME-OF-ENTRY
               MOVE 'N' TO WS-STM-EOF
               START HISTORY-FILE KEY IS >= HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-STM-EOF
               END-START
               PERFORM UNTIL WS-STM-EOF = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-STM-EOF
                       NOT AT END
                           IF HIST-STUDENT-NUMBER NOT = WS-STM-CUR
                               MOVE 'Y' TO WS-STM-EOF
                           ELSE
                               IF HIST-TIME-OF-EXIT(1:7)
                                   = WS-STM-PERIOD
                                   MOVE HIST-FEE-AMOUNT
                                       TO WS-STM-AMT-EDIT
                                   MOVE HIST-TIME-OF-EXIT(1:10)
                                       TO WS-STM-I-DATE
                                   MOVE HIST-LICENSE-PLATE
                                       TO WS-STM-I-REF
                                   MOVE HIST-LOT-ID TO WS-STM-I-DESC
                                   PERFORM STATEMENT-VISIT-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      * ONE VISIT LINE - LOT (STAGED IN THE DESCRIPTION) AND FEE
       STATEMENT-VISIT-ITEM.
           MOVE WS-STM-I-DESC TO WS-STM-TEXT
           MOVE SPACES TO WS-STM-I-DESC
           STRING "VISIT, LOT " DELIMITED BY SIZE
                  WS-STM-TEXT DELIMITED BY SPACE
                  " - FEE " DELIMITED BY SIZE
                  WS-STM-AMT-EDIT DELIMITED BY SIZE
                  " ON RECEIPT" DELIMITED BY SIZE
                  INTO WS-STM-I-DESC
           END-STRING
           MOVE 0 TO WS-STM-CHG
           MOVE 0 TO WS-STM-CRD
           PERFORM STATEMENT-POST-ITEM
           .

      * EVERY RECEIPT ON FILE FOR THE STUDENT, IN RECEIPT-NUMBER
      * ORDER. A VOIDED RECEIPT AND ONE MOVED TO STUDENT ACCOUNTS NO
      * LONGER OWE THIS OFFICE ANYTHING; A REFUND RECORD IS MONEY
      * HANDED BACK AND IS LISTED WITHOUT MOVING THE BALANCE
       STATEMENT-COLLECT-RECEIPTS.
           IF WS-STM-PAY-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STM-CUR TO PAY-STUDENT-NUMBER
           MOVE 'N' TO WS-STM-EOF
           START PAYMENT-FILE KEY IS = PAY-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-STM-EOF
           END-START
           PERFORM UNTIL WS-STM-EOF = 'Y'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STM-EOF
                   NOT AT END
                       IF PAY-STUDENT-NUMBER NOT = WS-STM-CUR
                           MOVE 'Y' TO WS-STM-EOF
                       ELSE
                           PERFORM STATEMENT-RECEIPT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           .

       STATEMENT-RECEIPT-ITEM.
           MOVE PAY-DATE TO WS-STM-I-DATE
           MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
           MOVE SPACES TO WS-STM-I-REF
           STRING "RCPT " DELIMITED BY SIZE
                  WS-RECEIPT-DISPLAY DELIMITED BY SIZE
                  INTO WS-STM-I-REF
           END-STRING
           MOVE SPACES TO WS-STM-I-DESC
           EVALUATE PAY-STATUS
               WHEN "REFUND"
                   MOVE PAY-AMOUNT-PAID TO WS-STM-AMT-EDIT
                   MOVE PAY-REVERSES TO WS-VOID-ORIG-DISPLAY
                   STRING "REFUND " DELIMITED BY SIZE
                          WS-STM-AMT-EDIT DELIMITED BY SIZE
                          " PAID OUT ON RCPT " DELIMITED BY SIZE
                          WS-VOID-ORIG-DISPLAY DELIMITED BY SIZE
                          INTO WS-STM-I-DESC
                   END-STRING
                   MOVE 0 TO WS-STM-CHG
                   MOVE 0 TO WS-STM-CRD
               WHEN "REVERSED"
                   STRING PAY-REVENUE-TYPE DELIMITED BY SPACE
                          " RECEIPT - VOIDED" DELIMITED BY SIZE
                          INTO WS-STM-I-DESC
                   END-STRING
                   MOVE PAY-AMOUNT-DUE TO WS-STM-CHG
                   MOVE PAY-AMOUNT-DUE TO WS-STM-CRD
               WHEN "XFERRED"
                   STRING PAY-REVENUE-TYPE DELIMITED BY SPACE
                          " RECEIPT - TO STUDENT ACCOUNTS"
                          DELIMITED BY SIZE
                          INTO WS-STM-I-DESC
                   END-STRING
                   MOVE PAY-AMOUNT-DUE TO WS-STM-CHG
                   MOVE PAY-AMOUNT-DUE TO WS-STM-CRD
               WHEN OTHER
                   STRING PAY-REVENUE-TYPE DELIMITED BY SPACE
                          " RECEIPT - " DELIMITED BY SIZE
                          PAY-STATUS DELIMITED BY SPACE
                          INTO WS-STM-I-DESC
                   END-STRING
                   MOVE PAY-AMOUNT-DUE TO WS-STM-CHG
                   MOVE PAY-AMOUNT-PAID TO WS-STM-CRD
      * A PAYMENT-PLAN INSTALLMENT PAYS DOWN CHARGES ALREADY ON THE
      * STATEMENT (THE ONPLAN RECEIPTS AND FINES) - IT IS A CREDIT
                   IF PAY-REVENUE-TYPE = "PLAN"
                       MOVE "PAYMENT PLAN INSTALLMENT" TO WS-STM-I-DESC
                       MOVE 0 TO WS-STM-CHG
                   END-IF
           END-EVALUATE
           PERFORM STATEMENT-POST-ITEM
           .

      * EACH CITATION IS CHARGED AT ITS ORIGINAL FINE ON THE DAY IT
      * WAS WRITTEN; ITS SETTLEMENT (PAID, WAIVED, OR MOVED TO STUDENT
      * ACCOUNTS) IS A CREDIT ON THE DAY IT WAS SETTLED. A REDUCTION ON
      * APPEAL IS CREDITED BY STATEMENT-COLLECT-APPEALS
       STATEMENT-COLLECT-CITATIONS.
           IF WS-STM-VIO-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STM-CUR TO VIO-STUDENT-NUMBER
           MOVE 'N' TO WS-STM-EOF
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-STM-EOF
           END-START
           PERFORM UNTIL WS-STM-EOF = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STM-EOF
                   NOT AT END
                       IF VIO-STUDENT-NUMBER NOT = WS-STM-CUR
                           MOVE 'Y' TO WS-STM-EOF
                       ELSE
                           PERFORM STATEMENT-CITATION-ITEMS
                       END-IF
               END-READ
           END-PERFORM
           .

       STATEMENT-CITATION-ITEMS.
           MOVE VIO-FINE-AMOUNT TO WS-STM-CHG
           IF WS-STM-APL-OPEN = 'Y'
               MOVE VIO-STUDENT-NUMBER TO APL-STUDENT-NUMBER
               MOVE VIO-VIOLATION-DATE TO APL-VIOLATION-DATE
               MOVE VIO-TIME-LOGGED TO APL-TIME-LOGGED
               READ APPEAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APL-STATUS = "REDUCED"
                           MOVE APL-ORIG-FINE TO WS-STM-CHG
                       END-IF
               END-READ
           END-IF
           MOVE VIO-VIOLATION-DATE TO WS-STM-I-DATE
           MOVE VIO-TIME-LOGGED TO WS-STM-I-REF
           MOVE SPACES TO WS-STM-I-DESC
           STRING "CITATION - " DELIMITED BY SIZE
                  VIO-VIOLATION-TYPE DELIMITED BY SIZE
                  INTO WS-STM-I-DESC
           END-STRING
           MOVE 0 TO WS-STM-CRD
           PERFORM STATEMENT-POST-ITEM

      * A FINE ON A PAYMENT PLAN ('P') IS STILL OWED - THE PLAN'S
      * INSTALLMENT RECEIPTS ARE THE CREDITS AGAINST IT
           IF VIO-SETTLED = 'N' OR VIO-SETTLED = 'P'
               OR VIO-SETTLED-ON = SPACES
               OR VIO-FINE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE VIO-SETTLED-ON TO WS-STM-I-DATE
           MOVE VIO-VIOLATION-DATE TO WS-STM-I-REF
           EVALUATE VIO-SETTLED
               WHEN 'W'
                   MOVE "FINE WAIVED" TO WS-STM-I-DESC
               WHEN 'T'
                   MOVE "FINE MOVED TO STUDENT ACCOUNTS"
                       TO WS-STM-I-DESC
               WHEN OTHER
                   MOVE "FINE PAID" TO WS-STM-I-DESC
           END-EVALUATE
           MOVE 0 TO WS-STM-CHG
           MOVE VIO-FINE-AMOUNT TO WS-STM-CRD
           PERFORM STATEMENT-POST-ITEM
           .

      * APPEALS FILED AND RULED ON. ONLY A REDUCTION MOVES THE
      * BALANCE HERE - A WAIVED FINE IS CREDITED AS A WAIVER ON THE
      * CITATION ITSELF
       STATEMENT-COLLECT-APPEALS.
           IF WS-STM-APL-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STM-CUR TO APL-STUDENT-NUMBER
           MOVE LOW-VALUES TO APL-VIOLATION-DATE
           MOVE LOW-VALUES TO APL-TIME-LOGGED
           MOVE 'N' TO WS-STM-EOF
           START APPEAL-FILE KEY IS >= APL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STM-EOF
           END-START
           PERFORM UNTIL WS-STM-EOF = 'Y'
               READ APPEAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STM-EOF
                   NOT AT END
                       IF APL-STUDENT-NUMBER NOT = WS-STM-CUR
                           MOVE 'Y' TO WS-STM-EOF
                       ELSE
                           PERFORM STATEMENT-APPEAL-ITEMS
                       END-IF
               END-READ
           END-PERFORM
           .

       STATEMENT-APPEAL-ITEMS.
           MOVE 0 TO WS-STM-CHG
           MOVE 0 TO WS-STM-CRD
           MOVE APL-VIOLATION-DATE TO WS-STM-I-REF
           MOVE APL-FILED-ON TO WS-STM-I-DATE
           MOVE "APPEAL FILED" TO WS-STM-I-DESC
           PERFORM STATEMENT-POST-ITEM
           IF APL-DECIDED-ON = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE APL-DECIDED-ON TO WS-STM-I-DATE
           MOVE SPACES TO WS-STM-I-DESC
           STRING "APPEAL RULED - " DELIMITED BY SIZE
                  APL-STATUS DELIMITED BY SPACE
                  INTO WS-STM-I-DESC
           END-STRING
           IF APL-STATUS = "REDUCED"
               AND APL-ORIG-FINE > APL-NEW-FINE
               COMPUTE WS-STM-CRD = APL-ORIG-FINE - APL-NEW-FINE
           END-IF
           PERFORM STATEMENT-POST-ITEM
           .

      * ROUTES THE STAGED ITEM BY ITS DATE: BEFORE THE MONTH IT ONLY
      * FEEDS THE OPENING BALANCE, IN THE MONTH IT IS LISTED AND
      * TOTALLED, AFTER THE MONTH IT IS IGNORED
       STATEMENT-POST-ITEM.
           IF WS-STM-I-DATE(1:7) < WS-STM-PERIOD
               ADD WS-STM-CHG TO WS-STM-OPEN-CHG
               ADD WS-STM-CRD TO WS-STM-OPEN-CRD
               EXIT PARAGRAPH
           END-IF
           IF WS-STM-I-DATE(1:7) > WS-STM-PERIOD
               EXIT PARAGRAPH
           END-IF
           ADD WS-STM-CHG TO WS-STM-PER-CHG
           ADD WS-STM-CRD TO WS-STM-PER-CRD
           ADD 1 TO WS-STM-ACTIVITY
           IF WS-STM-SECTION NOT = SPACES
               MOVE SPACES TO WS-STM-TEXT
               STRING "  " DELIMITED BY SIZE
                      WS-STM-SECTION DELIMITED BY SIZE
                      INTO WS-STM-TEXT
               END-STRING
               PERFORM ADD-STATEMENT-LINE
               MOVE SPACES TO WS-STM-SECTION
           END-IF
           MOVE SPACES TO WS-STM-CHG-OUT
           MOVE SPACES TO WS-STM-CRD-OUT
           IF WS-STM-CHG > 0
               MOVE WS-STM-CHG TO WS-STM-AMT-EDIT
               MOVE WS-STM-AMT-EDIT TO WS-STM-CHG-OUT
           END-IF
           IF WS-STM-CRD > 0
               MOVE WS-STM-CRD TO WS-STM-AMT-EDIT
               MOVE WS-STM-AMT-EDIT TO WS-STM-CRD-OUT
           END-IF
           MOVE SPACES TO WS-STM-TEXT
           STRING "  " WS-STM-I-DATE "  " WS-STM-I-DESC "  "
                  WS-STM-I-REF "  " WS-STM-CHG-OUT "   "
                  WS-STM-CRD-OUT
                  DELIMITED BY SIZE
                  INTO WS-STM-TEXT
           END-STRING
           PERFORM ADD-STATEMENT-LINE
           .

       ADD-STATEMENT-LINE.
           IF WS-STM-LINE-CNT < 300
               ADD 1 TO WS-STM-LINE-CNT
               MOVE WS-STM-TEXT TO WS-STM-LINE(WS-STM-LINE-CNT)
           ELSE
               ADD 1 TO WS-STM-LINE-LOST
           END-IF
           .

      * PRINTS THE STATEMENT FROM THE LINE TABLE AND WRITES ITS MAIL
      * EXTRACT LINE
       PRINT-ONE-STATEMENT.
           MOVE '1' TO STMT-CARRIAGE-CONTROL
           MOVE SPACES TO STMT-LINE-TEXT
           STRING "PUP-TAGUIG STUDENT PARKING SYSTEM - STATEMENT OF "
                  "ACCOUNT" DELIMITED BY SIZE
                  INTO STMT-LINE-TEXT
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE ' ' TO STMT-CARRIAGE-CONTROL
           MOVE SPACES TO STMT-LINE-TEXT
           STRING "Student: " WS-STM-CUR "  " WS-STM-NAME
                  DELIMITED BY SIZE
                  INTO STMT-LINE-TEXT
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STMT-LINE-TEXT
           STRING "Period:  " WS-STM-PERIOD
                  "    Statement Date: " WS-TODAY-DATE
                  DELIMITED BY SIZE
                  INTO STMT-LINE-TEXT
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE ALL "-" TO STMT-LINE-TEXT
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STMT-LINE-TEXT
           STRING "  DATE        DESCRIPTION                      "
                  "         REFERENCE           CHARGES     CREDITS"
                  DELIMITED BY SIZE
                  INTO STMT-LINE-TEXT
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE WS-STM-OPENING TO WS-STM-BAL-EDIT
           MOVE SPACES TO STMT-LINE-TEXT
           STRING "              OPENING BALANCE                  "
                  "                                       "
                  WS-STM-BAL-EDIT
                  DELIMITED BY SIZE
                  INTO STMT-LINE-TEXT
           END-STRING
           WRITE STATEMENT-RECORD
           PERFORM VARYING WS-STM-LX FROM 1 BY 1
                   UNTIL WS-STM-LX > WS-STM-LINE-CNT
               MOVE WS-STM-LINE(WS-STM-LX) TO STMT-LINE-TEXT
               WRITE STATEMENT-RECORD
           END-PERFORM
           IF WS-STM-LINE-LOST > 0
               MOVE SPACES TO STMT-LINE-TEXT
               STRING "  ... " WS-STM-LINE-LOST
                      " FURTHER LINE(S) NOT LISTED - INCLUDED IN THE "
                      "TOTALS" DELIMITED BY SIZE
                      INTO STMT-LINE-TEXT
               END-STRING
               WRITE STATEMENT-RECORD
           END-IF
           MOVE ALL "-" TO STMT-LINE-TEXT
           WRITE STATEMENT-RECORD
           MOVE WS-STM-PER-CHG TO WS-STM-TOT-EDIT
           MOVE WS-STM-TOT-EDIT TO WS-STM-CHG-OUT
           MOVE WS-STM-PER-CRD TO WS-STM-TOT-EDIT
           MOVE WS-STM-TOT-EDIT TO WS-STM-CRD-OUT
           MOVE SPACES TO STMT-LINE-TEXT
           STRING "              TOTAL THIS PERIOD                "
                  "                           "
                  WS-STM-CHG-OUT "   " WS-STM-CRD-OUT
                  DELIMITED BY SIZE
                  INTO STMT-LINE-TEXT
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE WS-STM-CLOSING TO WS-STM-BAL-EDIT
           MOVE SPACES TO STMT-LINE-TEXT
           STRING "              CLOSING BALANCE                  "
                  "                                       "
                  WS-STM-BAL-EDIT
                  DELIMITED BY SIZE
                  INTO STMT-LINE-TEXT
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STMT-LINE-TEXT
           WRITE STATEMENT-RECORD

           MOVE WS-STM-CUR TO STX-STUDENT-NUMBER
           MOVE WS-STM-MOBILE TO STX-MOBILE
           MOVE WS-STM-NAME TO STX-STUDENT-NAME
           MOVE WS-STM-PERIOD TO STX-PERIOD
           MOVE WS-TODAY-DATE TO STX-STATEMENT-DATE
           MOVE WS-STM-OPENING TO STX-OPENING
           MOVE WS-STM-PER-CHG TO STX-CHARGES
           MOVE WS-STM-PER-CRD TO STX-CREDITS
           MOVE WS-STM-CLOSING TO STX-CLOSING
           MOVE WS-STM-ACTIVITY TO STX-LINE-COUNT
           WRITE STATEMENT-EXTRACT-RECORD
           IF WS-STX-STATUS NOT = "00"
               STRING "Statement Extract Write Error: " WS-STX-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PRINT-ONE-STATEMENT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - PUTS A STUDENT'S UNPAID RECEIPT
      * BALANCES AND UNSETTLED FINES UNDER AN INSTALLMENT PLAN. EACH
      * RECEIPT IS CLOSED OUT AS ONPLAN AND EACH FINE SETTLED 'P' THE
      * WAY THE TERM-END TRANSFER CLOSES THEM OUT, SO THE BOOTH STOPS
      * CHASING THEM ONE BY ONE AND THE GATE STOPS REFUSING THE
      * STUDENT WHILE THE PLAN IS KEPT UP. A FINE UNDER APPEAL WAITS
      * FOR ITS RULING
       PAYMENT-PLAN-SETUP.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-PAYMENT-PLAN
           IF WS-PLN-FOUND = 'Y'
               DISPLAY "Student already has a "
                       FUNCTION TRIM(PLN-STATUS)
                       " payment plan opened " PLN-CREATED-ON "."
               CLOSE PAYMENT-PLAN-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-OUTSTANDING-BALANCE
           PERFORM PLAN-SUM-FINES
           COMPUTE WS-PLN-TOTAL =
               WS-OUTSTANDING-TOTAL + WS-PLN-FINE-TOTAL
           IF WS-PLN-HELD > 0
               DISPLAY WS-PLN-HELD " fine(s) under appeal - left "
                       "off the plan until the ruling."
           END-IF
           IF WS-PLN-TOTAL = 0
               DISPLAY "Nothing outstanding to put on a plan."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OUTSTANDING-TOTAL TO WS-PLN-AMT-DISPLAY
           DISPLAY "Unpaid receipts: " WS-OUTSTANDING-COUNT
                   "  totalling " WS-PLN-AMT-DISPLAY
           MOVE WS-PLN-FINE-TOTAL TO WS-PLN-AMT-DISPLAY
           DISPLAY "Unsettled fines: " WS-PLN-FINE-CNT
                   "  totalling " WS-PLN-AMT-DISPLAY
           MOVE WS-PLN-TOTAL TO WS-PLN-AMT-DISPLAY
           DISPLAY "Amount to put on the plan: " WS-PLN-AMT-DISPLAY

           DISPLAY "Number of installments (2-12): " WITH NO ADVANCING
           ACCEPT WS-PLN-INST-IN
           IF FUNCTION TRIM(WS-PLN-INST-IN) IS NOT NUMERIC
               DISPLAY "Installments must be 2 to 12."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PLN-INST-IN) TO WS-PLN-INST-CNT
           IF WS-PLN-INST-CNT < 2 OR WS-PLN-INST-CNT > 12
               DISPLAY "Installments must be 2 to 12."
               EXIT PARAGRAPH
           END-IF

      * INSTALLMENTS FALL DUE ON THE SAME DAY EACH MONTH. A DAY PAST
      * THE 28TH IS TAKEN AS THE 28TH SO EVERY MONTH HAS IT
           DISPLAY "First installment due (YYYY-MM-DD, blank = one "
                   "month from today): " WITH NO ADVANCING
           ACCEPT WS-PLN-FIRST-IN
           IF WS-PLN-FIRST-IN = SPACES
               MOVE WS-YEAR TO WS-PLN-Y
               MOVE WS-MONTH TO WS-PLN-M
               MOVE WS-DAY TO WS-PLN-D
               ADD 1 TO WS-PLN-M
               IF WS-PLN-M > 12
                   MOVE 1 TO WS-PLN-M
                   ADD 1 TO WS-PLN-Y
               END-IF
           ELSE
               IF WS-PLN-FIRST-IN(1:4) IS NOT NUMERIC
                   OR WS-PLN-FIRST-IN(5:1) NOT = "-"
                   OR WS-PLN-FIRST-IN(6:2) IS NOT NUMERIC
                   OR WS-PLN-FIRST-IN(8:1) NOT = "-"
                   OR WS-PLN-FIRST-IN(9:2) IS NOT NUMERIC
                   DISPLAY "Date must be YYYY-MM-DD."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PLN-FIRST-IN(1:4) TO WS-PLN-Y
               MOVE WS-PLN-FIRST-IN(6:2) TO WS-PLN-M
               MOVE WS-PLN-FIRST-IN(9:2) TO WS-PLN-D
               IF WS-PLN-M < 1 OR WS-PLN-M > 12
                   OR WS-PLN-D < 1 OR WS-PLN-D > 31
                   DISPLAY "Date must be YYYY-MM-DD."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PLN-D > 28
               MOVE 28 TO WS-PLN-D
           END-IF
           MOVE SPACES TO WS-PLN-FIRST-IN
           STRING WS-PLN-Y "-" WS-PLN-M "-" WS-PLN-D
                  DELIMITED BY SIZE
                  INTO WS-PLN-FIRST-IN
           END-STRING
           IF WS-PLN-FIRST-IN NOT > WS-TODAY-DATE
               DISPLAY "The first installment must fall after today."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PLN-EACH = WS-PLN-TOTAL / WS-PLN-INST-CNT
           MOVE WS-PLN-EACH TO WS-PLN-AMT-DISPLAY
           DISPLAY WS-PLN-INST-CNT " monthly installment(s) of about "
                   WS-PLN-AMT-DISPLAY ", first due " WS-PLN-FIRST-IN
           DISPLAY "Open this payment plan? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Payment plan cancelled."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PAYMENT-PLAN-FILE
           IF WS-PLAN-STATUS = "35"
               OPEN OUTPUT PAYMENT-PLAN-FILE
               CLOSE PAYMENT-PLAN-FILE
               OPEN I-O PAYMENT-PLAN-FILE
           END-IF
           IF WS-PLAN-STATUS NOT = "00"
               STRING "Payment Plan Open Error: " WS-PLAN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAYMENT-PLAN-SETUP" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
      * THE PLAN IS FOR WHAT WAS ACTUALLY CLOSED OUT, NOT THE FIGURE
      * QUOTED ABOVE - A RECEIPT COLLECTED AT ANOTHER WINDOW IN THE
      * MEANTIME SIMPLY ISN'T ON IT
           MOVE 0 TO WS-PLN-TOTAL
           MOVE 0 TO WS-PLN-RCPT-CNT
           MOVE 0 TO WS-PLN-FINE-CNT
           PERFORM PLAN-MOVE-RECEIPTS
           PERFORM PLAN-MOVE-FINES
           IF WS-PLN-TOTAL = 0
               DISPLAY "Nothing was left to put on the plan."
               CLOSE PAYMENT-PLAN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-NUMBER TO PLN-STUDENT-NUMBER
           MOVE WS-TODAY-DATE TO PLN-CREATED-ON
           MOVE "CURRENT" TO PLN-STATUS
           MOVE WS-OPERATOR-ID TO PLN-APPROVED-BY
           MOVE WS-PLN-TOTAL TO PLN-ORIGINAL-AMOUNT
           MOVE 0 TO PLN-PAID-TO-DATE
           MOVE WS-PLN-RCPT-CNT TO PLN-RECEIPT-COUNT
           MOVE WS-PLN-FINE-CNT TO PLN-FINE-COUNT
           MOVE SPACES TO PLN-DEFAULTED-ON
           MOVE SPACES TO PLN-CLOSED-ON
           MOVE WS-PLN-INST-CNT TO PLN-INST-COUNT
           COMPUTE WS-PLN-EACH = WS-PLN-TOTAL / WS-PLN-INST-CNT
           PERFORM VARYING WS-PLN-IX FROM 1 BY 1
                   UNTIL WS-PLN-IX > 12
               MOVE SPACES TO PLN-INS-DUE-DATE(WS-PLN-IX)
               MOVE 0 TO PLN-INS-AMOUNT(WS-PLN-IX)
               MOVE 0 TO PLN-INS-PAID(WS-PLN-IX)
               MOVE SPACES TO PLN-INS-PAID-ON(WS-PLN-IX)
               IF WS-PLN-IX <= WS-PLN-INST-CNT
                   STRING WS-PLN-Y "-" WS-PLN-M "-" WS-PLN-D
                          DELIMITED BY SIZE
                          INTO PLN-INS-DUE-DATE(WS-PLN-IX)
                   END-STRING
      * THE LAST INSTALLMENT TAKES THE CENTAVOS THE EVEN SPLIT LEFT
                   IF WS-PLN-IX = WS-PLN-INST-CNT
                       COMPUTE PLN-INS-AMOUNT(WS-PLN-IX) =
                           WS-PLN-TOTAL
                           - (WS-PLN-EACH * (WS-PLN-INST-CNT - 1))
                   ELSE
                       MOVE WS-PLN-EACH TO PLN-INS-AMOUNT(WS-PLN-IX)
                   END-IF
                   ADD 1 TO WS-PLN-M
                   IF WS-PLN-M > 12
                       MOVE 1 TO WS-PLN-M
                       ADD 1 TO WS-PLN-Y
                   END-IF
               END-IF
           END-PERFORM
           MOVE PLN-INS-DUE-DATE(1) TO PLN-NEXT-DUE
           WRITE PAYMENT-PLAN-RECORD
           IF WS-PLAN-STATUS NOT = "00"
               STRING "Payment Plan Write Error: " WS-PLAN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAYMENT-PLAN-SETUP" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PAYMENT-PLAN-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE PAYMENT-PLAN-FILE
           MOVE WS-PLN-TOTAL TO WS-PLN-AMT-DISPLAY
           DISPLAY "Payment plan opened for " WS-PLN-AMT-DISPLAY
                   " - " WS-PLN-RCPT-CNT " receipt(s), "
                   WS-PLN-FINE-CNT " fine(s)."

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PLAN-SETUP" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "RCPTS:" WS-PLN-RCPT-CNT
                  "/FINES:" WS-PLN-FINE-CNT
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "TOTAL:" WS-PLN-AMT-DISPLAY
                  "/INST:" WS-PLN-INST-CNT
                  "/FIRST:" PLN-NEXT-DUE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * READ-ONLY TALLY OF WS-STUDENT-NUMBER'S FINES THAT COULD GO ON
      * A PLAN, COUNTING SEPARATELY THOSE HELD UNDER APPEAL
       PLAN-SUM-FINES.
           MOVE 0 TO WS-PLN-FINE-TOTAL
           MOVE 0 TO WS-PLN-FINE-CNT
           MOVE 0 TO WS-PLN-HELD
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
           MOVE 'N' TO WS-PLN-EOF
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-PLN-EOF
           END-START
           PERFORM UNTIL WS-PLN-EOF = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLN-EOF
                   NOT AT END
                       IF VIO-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-PLN-EOF
                       ELSE
                           IF VIO-SETTLED = 'N'
                               AND VIO-FINE-AMOUNT > 0
                               PERFORM CHECK-APPEAL-PENDING
                               IF WS-APL-PENDING = 'Y'
                                   ADD 1 TO WS-PLN-HELD
                               ELSE
                                   ADD 1 TO WS-PLN-FINE-CNT
                                   ADD VIO-FINE-AMOUNT
                                       TO WS-PLN-FINE-TOTAL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           .

      * CLOSES OUT EVERY UNPAID RECEIPT BALANCE ONTO THE PLAN - STATUS
      * ONPLAN, BALANCE CLEARED - SO THE BALANCE CHECKS AT THE GATE
      * AND THE TERM-END TRANSFER NEVER SEE IT AGAIN
       PLAN-MOVE-RECEIPTS.
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO PAY-STUDENT-NUMBER
           MOVE 'N' TO WS-PLN-EOF
           START PAYMENT-FILE KEY IS = PAY-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-PLN-EOF
           END-START
           PERFORM UNTIL WS-PLN-EOF = 'Y'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLN-EOF
                   NOT AT END
                       IF PAY-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-PLN-EOF
                       ELSE
                           IF PAY-BALANCE > 0
                               AND PAY-STATUS NOT = "XFERRED"
                               AND PAY-STATUS NOT = "REVERSED"
                               AND PAY-STATUS NOT = "REFUND"
                               ADD PAY-BALANCE TO WS-PLN-TOTAL
                               ADD 1 TO WS-PLN-RCPT-CNT
                               MOVE "ONPLAN" TO PAY-STATUS
                               MOVE 0 TO PAY-BALANCE
                               REWRITE PAYMENT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
           .

      * SETTLES EACH PLAN-ELIGIBLE FINE AS 'P' (ON A PAYMENT PLAN) SO
      * IT READS AS NEITHER PAID NOR WAIVED AND THE EXIT GATE STOPS
      * ASKING FOR IT
       PLAN-MOVE-FINES.
           OPEN I-O VIOLATION-FILE
           IF WS-VIOLATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO VIO-STUDENT-NUMBER
           MOVE 'N' TO WS-PLN-EOF
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-PLN-EOF
           END-START
           PERFORM UNTIL WS-PLN-EOF = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLN-EOF
                   NOT AT END
                       IF VIO-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-PLN-EOF
                       ELSE
                           IF VIO-SETTLED = 'N'
                               AND VIO-FINE-AMOUNT > 0
                               PERFORM CHECK-APPEAL-PENDING
                               IF WS-APL-PENDING = 'N'
                                   ADD VIO-FINE-AMOUNT TO WS-PLN-TOTAL
                                   ADD 1 TO WS-PLN-FINE-CNT
                                   MOVE 'P' TO VIO-SETTLED
                                   MOVE WS-TODAY-DATE TO VIO-SETTLED-ON
                                   REWRITE VIOLATION-RECORD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           .

      * LOOKS FOR WS-STUDENT-NUMBER'S OPEN (CURRENT OR DEFAULTED)
      * PLAN. ON A HIT THE PLAN IS LEFT IN THE FD WITH THE FILE OPEN
      * FOR THE CALLER TO CLOSE; OTHERWISE THE FILE IS CLOSED AGAIN.
      * THE FILE IS OPENED INPUT UNLESS THE CALLER SETS
      * WS-PLN-FOR-UPDATE TO 'Y' - THE BALANCE AND CLEARANCE CHECKS
      * RUN AT THE KIOSK AND PORTAL ONLY READ THE PLAN AND MUST NOT
      * HOLD IT OPEN FOR UPDATE AGAINST THE BOOTH
       FIND-OPEN-PAYMENT-PLAN.
           MOVE 'N' TO WS-PLN-FOUND
           IF WS-PLN-FOR-UPDATE = 'Y'
               OPEN I-O PAYMENT-PLAN-FILE
           ELSE
               OPEN INPUT PAYMENT-PLAN-FILE
           END-IF
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO PLN-STUDENT-NUMBER
           MOVE LOW-VALUES TO PLN-CREATED-ON
           MOVE 'N' TO WS-PLN-EOF
           START PAYMENT-PLAN-FILE KEY IS >= PLN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLN-EOF
           END-START
           PERFORM UNTIL WS-PLN-EOF = 'Y'
               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLN-EOF
                   NOT AT END
                       IF PLN-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-PLN-EOF
                       ELSE
                           IF PLN-STATUS = "CURRENT"
                               OR PLN-STATUS = "DEFAULTED"
                               MOVE 'Y' TO WS-PLN-FOUND
                               MOVE 'Y' TO WS-PLN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PLN-FOUND = 'N'
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           .

      * WHERE THE PLAN IN THE FD STANDS TODAY: WHAT IS LEFT, WHAT IS
      * IN ARREARS (DUE ON OR BEFORE TODAY AND NOT YET PAID), THE NEXT
      * UNPAID DUE DATE, AND SO WHAT THE WINDOW SHOULD ASK FOR NOW -
      * THE ARREARS, OR THE NEXT INSTALLMENT WHEN NOTHING IS OVERDUE
       PLAN-COMPUTE-POSITION.
           MOVE 0 TO WS-PLN-ARREARS
           MOVE 0 TO WS-PLN-REMAINING
           MOVE 0 TO WS-PLN-NEXT-AMT
           MOVE SPACES TO PLN-NEXT-DUE
           PERFORM VARYING WS-PLN-IX FROM 1 BY 1
                   UNTIL WS-PLN-IX > PLN-INST-COUNT
               COMPUTE WS-PLN-PART = PLN-INS-AMOUNT(WS-PLN-IX)
                   - PLN-INS-PAID(WS-PLN-IX)
               IF WS-PLN-PART > 0
                   ADD WS-PLN-PART TO WS-PLN-REMAINING
                   IF PLN-NEXT-DUE = SPACES
                       MOVE PLN-INS-DUE-DATE(WS-PLN-IX) TO PLN-NEXT-DUE
                       MOVE WS-PLN-PART TO WS-PLN-NEXT-AMT
                   END-IF
                   IF PLN-INS-DUE-DATE(WS-PLN-IX) NOT > WS-TODAY-DATE
                       ADD WS-PLN-PART TO WS-PLN-ARREARS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PLN-ARREARS > 0
               MOVE WS-PLN-ARREARS TO WS-PLN-DUE-NOW
           ELSE
               MOVE WS-PLN-NEXT-AMT TO WS-PLN-DUE-NOW
           END-IF
           .

      * TAKES A PAYMENT AGAINST WS-STUDENT-NUMBER'S OPEN PLAN. THE
      * MONEY IS RECEIPTED LIKE ANY OTHER COLLECTION (REVENUE TYPE
      * PLAN, FULLY PAID - THE SHORTFALL STAYS OWED ON THE PLAN, NOT
      * ON THE RECEIPT) AND THEN APPLIED TO THE INSTALLMENTS OLDEST
      * FIRST. WITH WS-PLN-DUE-ONLY SET THE OFFER IS MADE ONLY WHEN
      * AN INSTALLMENT IS ACTUALLY DUE - THE WAY THE EXIT GATE AND THE
      * BALANCE SETTLEMENT USE IT
       COLLECT-PLAN-INSTALLMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE 'Y' TO WS-PLN-FOR-UPDATE
           PERFORM FIND-OPEN-PAYMENT-PLAN
           MOVE 'N' TO WS-PLN-FOR-UPDATE
           IF WS-PLN-FOUND = 'N'
               IF WS-PLN-DUE-ONLY = 'N'
                   DISPLAY "No open payment plan for this student."
               END-IF
               MOVE 'N' TO WS-PLN-DUE-ONLY
               EXIT PARAGRAPH
           END-IF
           PERFORM PLAN-COMPUTE-POSITION
           IF WS-PLN-DUE-ONLY = 'Y' AND WS-PLN-ARREARS = 0
               MOVE 'N' TO WS-PLN-DUE-ONLY
               CLOSE PAYMENT-PLAN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PLN-DUE-ONLY
           MOVE PLN-STATUS TO WS-PLN-OLD-STATUS
           MOVE WS-PLN-REMAINING TO WS-PLN-AMT-DISPLAY
           DISPLAY "Payment plan (" FUNCTION TRIM(PLN-STATUS)
                   ") opened " PLN-CREATED-ON " - left to pay "
                   WS-PLN-AMT-DISPLAY
           MOVE WS-PLN-DUE-NOW TO WS-PLN-AMT-DISPLAY
           IF WS-PLN-ARREARS > 0
               DISPLAY "Installment(s) due now: " WS-PLN-AMT-DISPLAY
           ELSE
               DISPLAY "Next installment " WS-PLN-AMT-DISPLAY
                       " due " PLN-NEXT-DUE
           END-IF
           DISPLAY "Payment received? F-Full P-Partial/Other N-None: "
                   WITH NO ADVANCING
           ACCEPT WS-PAY-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-PAY-CHOICE) TO WS-PAY-CHOICE
           EVALUATE WS-PAY-CHOICE
               WHEN "F"
                   MOVE WS-PLN-DUE-NOW TO WS-PAY-TENDERED
               WHEN "P"
                   DISPLAY "Enter Amount Tendered: " WITH NO ADVANCING
                   ACCEPT WS-PAY-TENDERED-IN
                   MOVE FUNCTION NUMVAL(WS-PAY-TENDERED-IN)
                       TO WS-PAY-TENDERED
                   IF WS-PAY-TENDERED > WS-PLN-REMAINING
                       MOVE WS-PLN-REMAINING TO WS-PAY-TENDERED
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-PAY-TENDERED
           END-EVALUATE
           IF WS-PAY-TENDERED = 0
               DISPLAY "Nothing collected on the plan."
               CLOSE PAYMENT-PLAN-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-TENDER-TYPE
           MOVE WS-PAY-TENDERED TO WS-PAY-AMOUNT-DUE
           MOVE "PLAN" TO WS-PAY-REV-TYPE
           MOVE "PLAN-INST" TO WS-PAY-AUDIT-ACTION
           MOVE 0 TO WS-RECEIPT-DISPLAY
           PERFORM WRITE-PAYMENT-RECORD
           PERFORM WLT-RESET-PAY-DEFAULTS
           IF WS-RECEIPT-DISPLAY = 0
               DISPLAY "Installment NOT recorded - no receipt could be "
                       "written."
               CLOSE PAYMENT-PLAN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAY-TENDERED TO WS-PLN-APPLY
           ADD WS-PAY-TENDERED TO PLN-PAID-TO-DATE
           PERFORM VARYING WS-PLN-IX FROM 1 BY 1
                   UNTIL WS-PLN-IX > PLN-INST-COUNT
                      OR WS-PLN-APPLY = 0
               COMPUTE WS-PLN-PART = PLN-INS-AMOUNT(WS-PLN-IX)
                   - PLN-INS-PAID(WS-PLN-IX)
               IF WS-PLN-PART > 0
                   IF WS-PLN-PART > WS-PLN-APPLY
                       MOVE WS-PLN-APPLY TO WS-PLN-PART
                   END-IF
                   ADD WS-PLN-PART TO PLN-INS-PAID(WS-PLN-IX)
                   MOVE WS-TODAY-DATE TO PLN-INS-PAID-ON(WS-PLN-IX)
                   SUBTRACT WS-PLN-PART FROM WS-PLN-APPLY
               END-IF
           END-PERFORM
           PERFORM PLAN-COMPUTE-POSITION
      * PAID OFF CLOSES THE PLAN; A DEFAULTED PLAN BROUGHT BACK UP TO
      * DATE IS CURRENT AGAIN AND THE GATE LETS THE STUDENT THROUGH
           IF WS-PLN-REMAINING = 0
               MOVE "COMPLETED" TO PLN-STATUS
               MOVE WS-TODAY-DATE TO PLN-CLOSED-ON
           ELSE
               IF PLN-STATUS = "DEFAULTED" AND WS-PLN-ARREARS = 0
                   MOVE "CURRENT" TO PLN-STATUS
               END-IF
           END-IF
           REWRITE PAYMENT-PLAN-RECORD
           IF WS-PLAN-STATUS NOT = "00"
               STRING "Payment Plan Rewrite Error: " WS-PLAN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "COLLECT-PLAN-INSTALLMENT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE PAYMENT-PLAN-FILE
           MOVE WS-PLN-REMAINING TO WS-PLN-AMT-DISPLAY
           IF PLN-STATUS = "COMPLETED"
               DISPLAY "Payment plan paid off."
           ELSE
               DISPLAY "Plan " FUNCTION TRIM(PLN-STATUS)
                       " - left to pay " WS-PLN-AMT-DISPLAY
                       ", next due " PLN-NEXT-DUE
           END-IF

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PLAN-PAY" TO WS-AUDIT-ACTION
           MOVE WS-PLN-OLD-STATUS TO WS-AUDIT-BEFORE
           MOVE WS-PAY-TENDERED TO WS-PLN-PAID-DISPLAY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING PLN-STATUS DELIMITED BY SPACE
                  "/PAID:" DELIMITED BY SIZE
                  WS-PLN-PAID-DISPLAY DELIMITED BY SIZE
                  "/LEFT:" DELIMITED BY SIZE
                  WS-PLN-AMT-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * MENU OPTION - TAKES AN INSTALLMENT (OR MORE) AT THE WINDOW
       PAYMENT-PLAN-INSTALLMENT.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PLN-DUE-ONLY
           PERFORM COLLECT-PLAN-INSTALLMENT
           .

      * A DEFAULTED PLAN'S UNPAID REMAINDER IS BACK ON THE BOOKS LIKE
      * ANY UNPAID RECEIPT. CALLED FROM SUM-OUTSTANDING-BALANCE SO
      * EVERY GATE AND SCREEN THAT BLOCKS ON A BALANCE BLOCKS ON IT
       ADD-DEFAULTED-PLAN-BALANCE.
           PERFORM FIND-OPEN-PAYMENT-PLAN
           IF WS-PLN-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF PLN-STATUS = "DEFAULTED"
               AND PLN-ORIGINAL-AMOUNT > PLN-PAID-TO-DATE
               COMPUTE WS-OUTSTANDING-TOTAL = WS-OUTSTANDING-TOTAL
                   + PLN-ORIGINAL-AMOUNT - PLN-PAID-TO-DATE
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           CLOSE PAYMENT-PLAN-FILE
           .

      * NIGHTLY SWEEP RUN BY END-OF-DAY-BATCH - A CURRENT PLAN WITH
      * AN INSTALLMENT PAST ITS DUE DATE AND NOT FULLY PAID GOES INTO
      * DEFAULT, WHICH PUTS ITS REMAINDER BACK IN FRONT OF THE GATE.
      * A PAYMENT ON THE DUE DATE ITSELF IS ON TIME
       PLAN-DEFAULT-SWEEP.
           MOVE 0 TO WS-PLN-DFLT-CNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           OPEN I-O PAYMENT-PLAN-FILE
           IF WS-PLAN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAN-STATUS NOT = "00"
               STRING "Payment Plan Open Error: " WS-PLAN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PLAN-DEFAULT-SWEEP" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PLN-EOF
           PERFORM UNTIL WS-PLN-EOF = 'Y'
               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLN-EOF
                   NOT AT END
                       IF PLN-STATUS = "CURRENT"
                           PERFORM PLAN-CHECK-MISSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE
           DISPLAY "Payment plans defaulted: " WS-PLN-DFLT-CNT
           .

       PLAN-CHECK-MISSED.
           MOVE 'N' TO WS-PLN-MISSED
           PERFORM VARYING WS-PLN-IX FROM 1 BY 1
                   UNTIL WS-PLN-IX > PLN-INST-COUNT
                      OR WS-PLN-MISSED = 'Y'
               IF PLN-INS-DUE-DATE(WS-PLN-IX) < WS-TODAY-DATE
                   AND PLN-INS-PAID(WS-PLN-IX)
                       < PLN-INS-AMOUNT(WS-PLN-IX)
                   MOVE 'Y' TO WS-PLN-MISSED
                   MOVE PLN-INS-DUE-DATE(WS-PLN-IX)
                       TO WS-PLN-MISSED-DATE
               END-IF
           END-PERFORM
           IF WS-PLN-MISSED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE "DEFAULTED" TO PLN-STATUS
           MOVE WS-TODAY-DATE TO PLN-DEFAULTED-ON
           REWRITE PAYMENT-PLAN-RECORD
           IF WS-PLAN-STATUS NOT = "00"
               STRING "Payment Plan Rewrite Error: " WS-PLAN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PLAN-CHECK-MISSED" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLN-DFLT-CNT
           COMPUTE WS-PLN-REMAINING =
               PLN-ORIGINAL-AMOUNT - PLN-PAID-TO-DATE
           MOVE WS-PLN-REMAINING TO WS-PLN-AMT-DISPLAY
           MOVE PLN-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PLAN-DFLT" TO WS-AUDIT-ACTION
           MOVE "CURRENT" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "MISSED:" WS-PLN-MISSED-DATE
                  "/LEFT:" WS-PLN-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * MENU OPTION - THE PLAN REGISTER: EVERY PLAN ON FILE WITH ITS
      * ORIGINAL AMOUNT, PAID TO DATE, NEXT DUE DATE, AND STATUS
       PAYMENT-PLAN-REGISTER.
           MOVE 0 TO WS-PLN-LIST-CNT
           MOVE 0 TO WS-PLN-DFLT-CNT
           MOVE 0 TO WS-PLN-OPEN-TOTAL
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "No payment plans on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--- Payment Plan Register ---"
           DISPLAY "STUDENT     | OPENED     | STATUS    | ORIGINAL"
                   "  |      PAID | NEXT DUE"
           MOVE 'N' TO WS-PLN-EOF
           PERFORM UNTIL WS-PLN-EOF = 'Y'
               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLN-EOF
                   NOT AT END
                       ADD 1 TO WS-PLN-LIST-CNT
                       MOVE PLN-ORIGINAL-AMOUNT TO WS-PLN-AMT-DISPLAY
                       MOVE PLN-PAID-TO-DATE TO WS-PLN-PAID-DISPLAY
                       DISPLAY PLN-STUDENT-NUMBER " | "
                               PLN-CREATED-ON " | "
                               PLN-STATUS " | "
                               WS-PLN-AMT-DISPLAY " | "
                               WS-PLN-PAID-DISPLAY " | "
                               PLN-NEXT-DUE
                       IF PLN-STATUS NOT = "COMPLETED"
                           COMPUTE WS-PLN-OPEN-TOTAL =
                               WS-PLN-OPEN-TOTAL
                               + PLN-ORIGINAL-AMOUNT
                               - PLN-PAID-TO-DATE
                       END-IF
                       IF PLN-STATUS = "DEFAULTED"
                           ADD 1 TO WS-PLN-DFLT-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE
           IF WS-PLN-LIST-CNT = 0
               DISPLAY "No payment plans on file."
           ELSE
               MOVE WS-PLN-OPEN-TOTAL TO WS-OUTSTANDING-DISPLAY
               DISPLAY WS-PLN-LIST-CNT " plan(s) listed, "
                       WS-PLN-DFLT-CNT " in default - "
                       WS-OUTSTANDING-DISPLAY " still to collect."
           END-IF
           .

      * STAMPS THE RESERVATION CLOCK - TODAY AS YYYY-MM-DD AND THE
      * TIME AS HH:MM - WITHOUT DISTURBING WS-CURRENT-DATE, WHICH THE
      * CHECK-IN PATHS THAT CALL IN HERE ARE STILL WORKING FROM
       SET-RESERVATION-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-RSV-CLOCK
           MOVE SPACES TO WS-RSV-TODAY
           STRING WS-RSV-CLK-YEAR "-" WS-RSV-CLK-MONTH "-"
                  WS-RSV-CLK-DAY
                  DELIMITED BY SIZE
                  INTO WS-RSV-TODAY
           END-STRING
           MOVE SPACES TO WS-RSV-NOW-HHMM
           STRING WS-RSV-CLK-HOURS ":" WS-RSV-CLK-MINUTES
                  DELIMITED BY SIZE
                  INTO WS-RSV-NOW-HHMM
           END-STRING
           MOVE SPACES TO WS-RSV-NOW-STAMP
           STRING WS-RSV-TODAY " " WS-RSV-NOW-HHMM
                  DELIMITED BY SIZE
                  INTO WS-RSV-NOW-STAMP
           END-STRING
           .

      * LOADS THE SLOT NUMBERS HELD IN WS-RSV-POOL-LOT ON WS-RSV-POOL-
      * DATE (BLANK = TODAY) INTO WS-RSV-HELD-TABLE. FOR TODAY, A HOLD
      * WHOSE WINDOW HAS CLOSED IS LEFT OUT - THAT IS HOW AN UNCLAIMED
      * SLOT GOES BACK INTO THE FREE POOL THE MINUTE ITS WINDOW ENDS,
      * WITHOUT WAITING FOR THE NIGHTLY SWEEP THAT LOGS THE NO-SHOW
       LOAD-HELD-SLOTS.
           MOVE 0 TO WS-RSV-HELD-CNT
           PERFORM SET-RESERVATION-CLOCK
           IF WS-RSV-POOL-DATE = SPACES
               MOVE WS-RSV-TODAY TO WS-RSV-POOL-DATE
           END-IF
           OPEN INPUT RESERVATION-FILE
           IF WS-RSV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSV-POOL-LOT TO RSV-LOT-ID
           MOVE WS-RSV-POOL-DATE TO RSV-DATE
           MOVE LOW-VALUES TO RSV-PERSON
           MOVE 'N' TO WS-RSV-EOF
           START RESERVATION-FILE KEY IS >= RSV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RSV-EOF
           END-START
           PERFORM UNTIL WS-RSV-EOF = 'Y'
               READ RESERVATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RSV-EOF
                   NOT AT END
                       IF RSV-LOT-ID NOT = WS-RSV-POOL-LOT
                           OR RSV-DATE NOT = WS-RSV-POOL-DATE
                           MOVE 'Y' TO WS-RSV-EOF
                       ELSE
                           IF RSV-STATUS = "HELD"
                               AND (RSV-DATE > WS-RSV-TODAY
                                OR RSV-WINDOW-TO >= WS-RSV-NOW-HHMM)
                               AND WS-RSV-HELD-CNT < 100
                               ADD 1 TO WS-RSV-HELD-CNT
                               MOVE RSV-SLOT-NUMBER TO
                                   WS-RSV-HELD-SLOT(WS-RSV-HELD-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE
           .

      * IS THE SLOT IN SLOT-RECORD ONE OF THOSE LOAD-HELD-SLOTS FOUND
       CHECK-SLOT-HELD.
           MOVE 'N' TO WS-RSV-SLOT-HELD
           PERFORM VARYING WS-RSV-HX FROM 1 BY 1
                   UNTIL WS-RSV-HX > WS-RSV-HELD-CNT
               IF WS-RSV-HELD-SLOT(WS-RSV-HX) = SLT-SLOT-NUMBER
                   MOVE 'Y' TO WS-RSV-SLOT-HELD
               END-IF
           END-PERFORM
           .

      * LOOKS FOR A LIVE HOLD FOR WS-STUDENT-NUMBER IN WS-LOT-ID
      * TODAY. WS-RSV-FOUND COMES BACK 'Y' WITH THE SLOT AND ITS TYPE
      * IN WS-RSV-SLOT-PICKED / WS-RSV-TYPE-IN
       FIND-HELD-RESERVATION.
           MOVE 'N' TO WS-RSV-FOUND
           PERFORM SET-RESERVATION-CLOCK
           OPEN INPUT RESERVATION-FILE
           IF WS-RSV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOT-ID TO RSV-LOT-ID
           MOVE WS-RSV-TODAY TO RSV-DATE
           MOVE WS-STUDENT-NUMBER TO RSV-PERSON
           READ RESERVATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RSV-STATUS = "HELD"
                       AND RSV-WINDOW-TO >= WS-RSV-NOW-HHMM
                       MOVE 'Y' TO WS-RSV-FOUND
                       MOVE RSV-SLOT-NUMBER TO WS-RSV-SLOT-PICKED
                       MOVE RSV-SLOT-TYPE TO WS-RSV-TYPE-IN
                   END-IF
           END-READ
           CLOSE RESERVATION-FILE
           .

      * THE CHECK-IN SIDE OF A RESERVATION, PERFORMED AT THE TOP OF
      * ASSIGN-FREE-SLOT SO NEW-PARKING, STAFF-CHECK-IN, AND THE
      * SCANNER FEED ALL PUT A HOLDER IN THEIR HELD SLOT. THE HOLD IS
      * MARKED CLAIMED EITHER WAY, BUT IF A VEHICLE IS STILL SITTING
      * IN THE HELD SLOT (ONE LEFT OVERNIGHT) WS-RSV-CLAIMED STAYS 'N'
      * AND THE HOLDER TAKES THE NEXT FREE SLOT OF THE RESERVED TYPE
       CLAIM-RESERVED-SLOT.
           MOVE 'N' TO WS-RSV-CLAIMED
           MOVE 'N' TO WS-RSV-FOUND
           PERFORM SET-RESERVATION-CLOCK
           OPEN I-O RESERVATION-FILE
           IF WS-RSV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOT-ID TO RSV-LOT-ID
           MOVE WS-RSV-TODAY TO RSV-DATE
           MOVE WS-STUDENT-NUMBER TO RSV-PERSON
           READ RESERVATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RSV-STATUS = "HELD"
                       AND RSV-WINDOW-TO >= WS-RSV-NOW-HHMM
                       MOVE 'Y' TO WS-RSV-FOUND
                   END-IF
           END-READ
           IF WS-RSV-FOUND = 'N'
               CLOSE RESERVATION-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SLOT-FILE
           IF WS-SLOT-STATUS = "00"
               MOVE RSV-LOT-ID TO SLT-LOT-ID
               MOVE RSV-SLOT-NUMBER TO SLT-SLOT-NUMBER
               READ SLOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SLT-OCCUPIED-BY = SPACES
                           MOVE WS-STUDENT-NUMBER TO SLT-OCCUPIED-BY
                           REWRITE SLOT-RECORD
                           IF WS-SLOT-STATUS = "00"
                               MOVE SLT-SLOT-NUMBER
                                   TO WS-ASSIGNED-SLOT
                               MOVE 'Y' TO WS-RSV-CLAIMED
                           END-IF
                       END-IF
               END-READ
               CLOSE SLOT-FILE
           END-IF
           MOVE RSV-SLOT-TYPE TO WS-SLOT-TYPE-WANTED
           MOVE "CLAIMED" TO RSV-STATUS
           MOVE WS-RSV-NOW-STAMP TO RSV-CLOSED-AT
           REWRITE RESERVATION-RECORD
           IF WS-RSV-STATUS NOT = "00"
               STRING "Reservation Rewrite Error: " WS-RSV-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLAIM-RESERVED-SLOT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           IF WS-RSV-CLAIMED = 'N'
               DISPLAY "Reserved slot " RSV-SLOT-NUMBER
                       " is still occupied - taking the next free "
                       "one."
           END-IF
           CLOSE RESERVATION-FILE
           .

      * PROMPTS FOR THE RESERVATION HOLDER - A STUDENT BY STUDENT
      * NUMBER, OR AN EMPLOYEE ON THE REGISTER, WHO IS HELD UNDER
      * "E" + EMPLOYEE NUMBER THE WAY STAFF-CHECK-IN PUTS THEM IN A
      * SLOT. WS-RSV-OK COMES BACK 'N' WHEN THE HOLDER IS NOT VALID
       ACCEPT-RESERVATION-PERSON.
           MOVE 'N' TO WS-RSV-OK
           DISPLAY "Reservation for (S)tudent or (E)mployee: "
                   WITH NO ADVANCING
           ACCEPT WS-RSV-PERSON-TYPE
           MOVE FUNCTION UPPER-CASE(WS-RSV-PERSON-TYPE)
               TO WS-RSV-PERSON-TYPE
           EVALUATE WS-RSV-PERSON-TYPE
               WHEN "S"
                   DISPLAY "Enter Student Number: " WITH NO ADVANCING
                   ACCEPT WS-STUDENT-NUMBER
                   PERFORM CHECK-STUDENT-NUMBER
                   IF VALID-INPUT = 'N'
                       DISPLAY "Invalid Student Number!"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-STUDENT-NUMBER TO WS-RSV-PERSON
                   MOVE "REGULAR" TO WS-RSV-TYPE-DEFAULT
               WHEN "E"
                   DISPLAY "Enter Employee Number: "
                           WITH NO ADVANCING
                   ACCEPT WS-EMP-NUMBER-IN
                   MOVE FUNCTION UPPER-CASE(WS-EMP-NUMBER-IN)
                       TO WS-EMP-NUMBER-IN
                   MOVE 'N' TO WS-EMP-FOUND
                   OPEN INPUT EMPLOYEE-FILE
                   IF WS-EMPLOYEE-STATUS = "00"
                       MOVE WS-EMP-NUMBER-IN TO EMP-NUMBER
                       READ EMPLOYEE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-EMP-FOUND
                       END-READ
                       CLOSE EMPLOYEE-FILE
                   END-IF
                   IF WS-EMP-FOUND = 'N'
                       DISPLAY "Employee not on the register."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM BUILD-STAFF-PSEUDO-ID
                   MOVE WS-STF-PSEUDO-ID TO WS-RSV-PERSON
                   MOVE "FACULTY" TO WS-RSV-TYPE-DEFAULT
               WHEN OTHER
                   DISPLAY "Enter S or E."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'Y' TO WS-RSV-OK
           .

      * PROMPTS FOR A RESERVATION DATE INTO WS-RSV-DATE-IN (BLANK =
      * TODAY). WS-RSV-OK COMES BACK 'N' WHEN IT IS NOT YYYY-MM-DD
       ACCEPT-RESERVATION-DATE.
           MOVE 'N' TO WS-RSV-OK
           PERFORM SET-RESERVATION-CLOCK
           DISPLAY "Date (YYYY-MM-DD, blank = today): "
                   WITH NO ADVANCING
           ACCEPT WS-RSV-DATE-IN
           IF WS-RSV-DATE-IN = SPACES
               MOVE WS-RSV-TODAY TO WS-RSV-DATE-IN
           END-IF
           IF WS-RSV-DATE-IN(1:4) IS NOT NUMERIC
               OR WS-RSV-DATE-IN(5:1) NOT = "-"
               OR WS-RSV-DATE-IN(6:2) IS NOT NUMERIC
               OR WS-RSV-DATE-IN(8:1) NOT = "-"
               OR WS-RSV-DATE-IN(9:2) IS NOT NUMERIC
               DISPLAY "Date must be YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSV-DATE-IN(6:2) TO WS-RSV-CHK-MONTH
           MOVE WS-RSV-DATE-IN(9:2) TO WS-RSV-CHK-DAY
           IF WS-RSV-CHK-MONTH < 1 OR WS-RSV-CHK-MONTH > 12
               OR WS-RSV-CHK-DAY < 1 OR WS-RSV-CHK-DAY > 31
               DISPLAY "Date must be YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RSV-OK
           .

      * VALIDATES THE HH:MM (24-HOUR) TIME IN WS-RSV-TIME-CHK
       CHECK-RESERVATION-TIME.
           MOVE 'N' TO WS-RSV-OK
           IF WS-RSV-TIME-CHK(1:2) IS NOT NUMERIC
               OR WS-RSV-TIME-CHK(3:1) NOT = ":"
               OR WS-RSV-TIME-CHK(4:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSV-TIME-CHK(1:2) TO WS-RSV-HH
           MOVE WS-RSV-TIME-CHK(4:2) TO WS-RSV-MM
           IF WS-RSV-HH > 23 OR WS-RSV-MM > 59
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RSV-OK
           .

      * NO-SHOWS ON FILE FOR WS-RSV-PERSON IN THE LAST RSV-NOSHOW-DAYS
      * DAYS, INTO WS-RSV-NOSHOW-CNT. OLDER ONES AGE OFF, SO ONE BAD
      * TERM DOES NOT BAR SOMEONE FROM RESERVING FOR GOOD
       COUNT-RESERVATION-NOSHOWS.
           MOVE 0 TO WS-RSV-NOSHOW-CNT
           PERFORM SET-RESERVATION-CLOCK
           COMPUTE WS-RSV-CUTOFF-INT = FUNCTION INTEGER-OF-DATE(
               WS-RSV-CLK-YEAR * 10000 + WS-RSV-CLK-MONTH * 100
               + WS-RSV-CLK-DAY) - WS-RSV-NOSHOW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-RSV-CUTOFF-INT)
               TO WS-RSV-CUTOFF-YMD
           MOVE SPACES TO WS-RSV-CUTOFF
           STRING WS-RSV-CUTOFF-YMD(1:4) "-"
                  WS-RSV-CUTOFF-YMD(5:2) "-"
                  WS-RSV-CUTOFF-YMD(7:2)
                  DELIMITED BY SIZE
                  INTO WS-RSV-CUTOFF
           END-STRING
           OPEN INPUT RESERVATION-FILE
           IF WS-RSV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RSV-EOF
           PERFORM UNTIL WS-RSV-EOF = 'Y'
               READ RESERVATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RSV-EOF
                   NOT AT END
                       IF RSV-PERSON = WS-RSV-PERSON
                           AND RSV-STATUS = "NOSHOW"
                           AND RSV-DATE >= WS-RSV-CUTOFF
                           ADD 1 TO WS-RSV-NOSHOW-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE
           .

      * FIRST SLOT OF WS-RSV-TYPE-IN IN WS-LOT-ID NOT ALREADY HELD ON
      * WS-RSV-DATE-IN - AND, FOR A HOLD STARTING TODAY, NOT OCCUPIED
      * RIGHT NOW - INTO WS-RSV-SLOT-PICKED (ZERO WHEN THERE IS NONE)
       PICK-RESERVATION-SLOT.
           MOVE 0 TO WS-RSV-SLOT-PICKED
           MOVE 'N' TO WS-RSV-INV-FOUND
           MOVE WS-LOT-ID TO WS-RSV-POOL-LOT
           MOVE WS-RSV-DATE-IN TO WS-RSV-POOL-DATE
           PERFORM LOAD-HELD-SLOTS
           OPEN INPUT SLOT-FILE
           IF WS-SLOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOT-ID TO SLT-LOT-ID
           MOVE 0 TO SLT-SLOT-NUMBER
           MOVE 'N' TO WS-RSV-EOF
           START SLOT-FILE KEY IS >= SLT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RSV-EOF
           END-START
           PERFORM UNTIL WS-RSV-EOF = 'Y'
                   OR WS-RSV-SLOT-PICKED > 0
               READ SLOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RSV-EOF
                   NOT AT END
                       IF SLT-LOT-ID = WS-LOT-ID
                           MOVE 'Y' TO WS-RSV-INV-FOUND
                           IF SLT-SLOT-TYPE = WS-RSV-TYPE-IN
                               PERFORM CHECK-SLOT-HELD
                               IF WS-RSV-SLOT-HELD = 'N'
                                   AND (WS-RSV-DATE-IN > WS-RSV-TODAY
                                    OR SLT-OCCUPIED-BY = SPACES)
                                   MOVE SLT-SLOT-NUMBER
                                       TO WS-RSV-SLOT-PICKED
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-RSV-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOT-FILE
           .

      * MENU OPTION (SUPERVISOR) - HOLDS A NUMBERED SLOT FOR A STUDENT
      * WITH AN APPROVED MEDICAL NEED OR AN EMPLOYEE ON EARLY EXAM
      * DUTY, ON ONE DATE, UNTIL THE END OF AN ARRIVAL WINDOW. THE
      * WAITLIST IS FIRST-COME AND EVENT PRE-REGISTRATION IS FOR
      * GUESTS - THIS IS THE ONLY WAY TO PROMISE A REGULAR A SPACE.
      * SOMEONE WHO HAS LET RSV-NOSHOW-LIMIT HOLDS LAPSE RECENTLY IS
      * REFUSED
       MAKE-SLOT-RESERVATION.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
      * LOG ANY HOLDS THAT HAVE ALREADY LAPSED FIRST, SO THE NO-SHOW
      * COUNT BELOW IS UP TO THE MINUTE
           PERFORM RELEASE-NOSHOW-RESERVATIONS
           PERFORM ACCEPT-RESERVATION-PERSON
           IF WS-RSV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-RESERVATION-NOSHOWS
           IF WS-RSV-NOSHOW-LIMIT > 0
               AND WS-RSV-NOSHOW-CNT >= WS-RSV-NOSHOW-LIMIT
               DISPLAY "Refused - " WS-RSV-NOSHOW-CNT
                       " no-show(s) since " WS-RSV-CUTOFF
                       " (limit " WS-RSV-NOSHOW-LIMIT ")."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           MOVE FUNCTION UPPER-CASE(WS-LOT-ID) TO WS-LOT-ID
           PERFORM ACCEPT-RESERVATION-DATE
           IF WS-RSV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RSV-DATE-IN < WS-RSV-TODAY
               DISPLAY "A reservation cannot be made for a past date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Arrival window from (HH:MM): " WITH NO ADVANCING
           ACCEPT WS-RSV-FROM-IN
           MOVE WS-RSV-FROM-IN TO WS-RSV-TIME-CHK
           PERFORM CHECK-RESERVATION-TIME
           IF WS-RSV-OK = 'N'
               DISPLAY "Time must be HH:MM (24-hour)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Arrival window to   (HH:MM): " WITH NO ADVANCING
           ACCEPT WS-RSV-TO-IN
           MOVE WS-RSV-TO-IN TO WS-RSV-TIME-CHK
           PERFORM CHECK-RESERVATION-TIME
           IF WS-RSV-OK = 'N'
               DISPLAY "Time must be HH:MM (24-hour)."
               EXIT PARAGRAPH
           END-IF
           IF WS-RSV-TO-IN NOT > WS-RSV-FROM-IN
               DISPLAY "The window must end after it starts."
               EXIT PARAGRAPH
           END-IF
           IF WS-RSV-DATE-IN = WS-RSV-TODAY
               AND WS-RSV-TO-IN < WS-RSV-NOW-HHMM
               DISPLAY "That window has already closed today."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Slot type (REGULAR/PWD/FACULTY, blank = "
                   FUNCTION TRIM(WS-RSV-TYPE-DEFAULT) "): "
                   WITH NO ADVANCING
           ACCEPT WS-RSV-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-RSV-TYPE-IN) TO WS-RSV-TYPE-IN
           IF WS-RSV-TYPE-IN = SPACES
               MOVE WS-RSV-TYPE-DEFAULT TO WS-RSV-TYPE-IN
           END-IF
           IF WS-RSV-TYPE-IN NOT = "REGULAR"
               AND WS-RSV-TYPE-IN NOT = "PWD"
               AND WS-RSV-TYPE-IN NOT = "FACULTY"
               DISPLAY "Slot type must be REGULAR, PWD, or FACULTY."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason (e.g. EXAM DUTY, MEDICAL): "
                   WITH NO ADVANCING
           ACCEPT WS-RSV-REASON-IN
           MOVE FUNCTION UPPER-CASE(WS-RSV-REASON-IN)
               TO WS-RSV-REASON-IN

      * ONE HOLD PER PERSON PER LOT PER DAY. A CANCELED ONE CAN BE
      * MADE AGAIN; A CLAIMED OR NO-SHOW ONE STAYS ON FILE AS HISTORY
           MOVE 'N' TO WS-RSV-REUSE
           OPEN I-O RESERVATION-FILE
           IF WS-RSV-STATUS = "35"
               OPEN OUTPUT RESERVATION-FILE
               CLOSE RESERVATION-FILE
               OPEN I-O RESERVATION-FILE
           END-IF
           IF WS-RSV-STATUS NOT = "00"
               STRING "Reservation Open Error: " WS-RSV-STATUS
                   INTO WS-FILE-ERROR
               MOVE "MAKE-SLOT-RESERVATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOT-ID TO RSV-LOT-ID
           MOVE WS-RSV-DATE-IN TO RSV-DATE
           MOVE WS-RSV-PERSON TO RSV-PERSON
           READ RESERVATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RSV-REUSE
                   MOVE RSV-STATUS TO WS-RSV-OLD-STATUS
           END-READ
           CLOSE RESERVATION-FILE
           IF WS-RSV-REUSE = 'Y'
               AND WS-RSV-OLD-STATUS NOT = "CANCELED"
               DISPLAY "Already a " FUNCTION TRIM(WS-RSV-OLD-STATUS)
                       " reservation for " FUNCTION TRIM(WS-RSV-PERSON)
                       " in this lot on " WS-RSV-DATE-IN "."
               EXIT PARAGRAPH
           END-IF

           PERFORM PICK-RESERVATION-SLOT
           IF WS-RSV-INV-FOUND = 'N'
               DISPLAY "No slot inventory defined for this lot - "
                       "only numbered slots can be reserved."
               EXIT PARAGRAPH
           END-IF
           IF WS-RSV-SLOT-PICKED = 0
               DISPLAY "No " FUNCTION TRIM(WS-RSV-TYPE-IN)
                       " slot left to hold in this lot on "
                       WS-RSV-DATE-IN "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hold slot " FUNCTION TRIM(WS-LOT-ID) "-"
                   WS-RSV-SLOT-PICKED " for "
                   FUNCTION TRIM(WS-RSV-PERSON) " on " WS-RSV-DATE-IN
                   " " WS-RSV-FROM-IN "-" WS-RSV-TO-IN "? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Reservation cancelled."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RESERVATION-FILE
           IF WS-RSV-STATUS NOT = "00"
               STRING "Reservation Open Error: " WS-RSV-STATUS
                   INTO WS-FILE-ERROR
               MOVE "MAKE-SLOT-RESERVATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOT-ID TO RSV-LOT-ID
           MOVE WS-RSV-DATE-IN TO RSV-DATE
           MOVE WS-RSV-PERSON TO RSV-PERSON
           MOVE WS-RSV-SLOT-PICKED TO RSV-SLOT-NUMBER
           MOVE WS-RSV-TYPE-IN TO RSV-SLOT-TYPE
           MOVE WS-RSV-FROM-IN TO RSV-WINDOW-FROM
           MOVE WS-RSV-TO-IN TO RSV-WINDOW-TO
           MOVE WS-RSV-REASON-IN TO RSV-REASON
           MOVE "HELD" TO RSV-STATUS
           MOVE WS-OPERATOR-ID TO RSV-CREATED-BY
           MOVE WS-RSV-TODAY TO RSV-CREATED-ON
           MOVE SPACES TO RSV-CLOSED-AT
           IF WS-RSV-REUSE = 'Y'
               REWRITE RESERVATION-RECORD
           ELSE
               WRITE RESERVATION-RECORD
           END-IF
           IF WS-RSV-STATUS NOT = "00"
               STRING "Reservation Write Error: " WS-RSV-STATUS
                   INTO WS-FILE-ERROR
               MOVE "MAKE-SLOT-RESERVATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE RESERVATION-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE RESERVATION-FILE
           DISPLAY "Slot " FUNCTION TRIM(WS-LOT-ID) "-"
                   WS-RSV-SLOT-PICKED " held until " WS-RSV-TO-IN
                   " on " WS-RSV-DATE-IN "."

           MOVE WS-RSV-PERSON TO STUDENT-NUMBER
           MOVE "RSV-MAKE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-LOT-ID DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-RSV-SLOT-PICKED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSV-DATE-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSV-FROM-IN DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RSV-TO-IN DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           IF WS-RSV-DATE-IN = WS-RSV-TODAY
               MOVE WS-LOT-ID TO WS-OCC-LOT
               PERFORM WRITE-SPACES-AVAILABLE
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - WITHDRAWS A HOLD THAT IS NO LONGER
      * NEEDED. A CANCELED HOLD IS NOT A NO-SHOW
       CANCEL-SLOT-RESERVATION.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-RESERVATION-PERSON
           IF WS-RSV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           MOVE FUNCTION UPPER-CASE(WS-LOT-ID) TO WS-LOT-ID
           PERFORM ACCEPT-RESERVATION-DATE
           IF WS-RSV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RESERVATION-FILE
           IF WS-RSV-STATUS NOT = "00"
               DISPLAY "No reservations on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOT-ID TO RSV-LOT-ID
           MOVE WS-RSV-DATE-IN TO RSV-DATE
           MOVE WS-RSV-PERSON TO RSV-PERSON
           READ RESERVATION-FILE
               INVALID KEY
                   DISPLAY "No reservation found."
                   CLOSE RESERVATION-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF RSV-STATUS NOT = "HELD"
               DISPLAY "Reservation is already "
                       FUNCTION TRIM(RSV-STATUS) "."
               CLOSE RESERVATION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "CANCELED" TO RSV-STATUS
           MOVE WS-RSV-NOW-STAMP TO RSV-CLOSED-AT
           REWRITE RESERVATION-RECORD
           IF WS-RSV-STATUS NOT = "00"
               STRING "Reservation Rewrite Error: " WS-RSV-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CANCEL-SLOT-RESERVATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE RESERVATION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE RSV-SLOT-NUMBER TO WS-RSV-SLOT-PICKED
           CLOSE RESERVATION-FILE
           DISPLAY "Reservation canceled - slot "
                   FUNCTION TRIM(WS-LOT-ID) "-" WS-RSV-SLOT-PICKED
                   " released."

           MOVE WS-RSV-PERSON TO STUDENT-NUMBER
           MOVE "RSV-CANCEL" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "HELD " DELIMITED BY SIZE
                  WS-LOT-ID DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-RSV-SLOT-PICKED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSV-DATE-IN DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "CANCELED" TO WS-AUDIT-AFTER
           PERFORM APPEND-AUDIT-RECORD
           IF WS-RSV-DATE-IN = WS-RSV-TODAY
               MOVE WS-LOT-ID TO WS-OCC-LOT
               PERFORM WRITE-SPACES-AVAILABLE
           END-IF
           .

      * LOGS EVERY HOLD WHOSE WINDOW CLOSED UNCLAIMED AS A NO-SHOW
      * (AUDIT RSV-NOSHOW), WHICH IS WHAT COUNT-RESERVATION-NOSHOWS
      * REFUSES REPEAT OFFENDERS ON. THE SLOT ITSELF WENT BACK INTO
      * THE POOL WHEN THE WINDOW CLOSED; THE BOARD OF EACH LOT WITH A
      * HOLD LAPSING TODAY IS REWRITTEN AFTERWARDS SO THE SIGN CATCHES
      * UP. RUN BY THE END-OF-DAY BATCH AND BEFORE A NEW RESERVATION
       RELEASE-NOSHOW-RESERVATIONS.
           MOVE 0 TO WS-RSV-SWEPT
           MOVE 0 TO WS-RSV-LOT-CNT
           PERFORM SET-RESERVATION-CLOCK
           OPEN I-O RESERVATION-FILE
           IF WS-RSV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RSV-EOF
           PERFORM UNTIL WS-RSV-EOF = 'Y'
               READ RESERVATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RSV-EOF
                   NOT AT END
                       IF RSV-STATUS = "HELD"
                           AND (RSV-DATE < WS-RSV-TODAY
                            OR (RSV-DATE = WS-RSV-TODAY
                                AND RSV-WINDOW-TO < WS-RSV-NOW-HHMM))
                           PERFORM RELEASE-ONE-NOSHOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE
           PERFORM VARYING WS-RSV-LX FROM 1 BY 1
                   UNTIL WS-RSV-LX > WS-RSV-LOT-CNT
               MOVE WS-RSV-SWEEP-LOT(WS-RSV-LX) TO WS-OCC-LOT
               PERFORM WRITE-SPACES-AVAILABLE
           END-PERFORM
           IF WS-RSV-SWEPT > 0
               DISPLAY "Reservations released as no-shows: "
                       WS-RSV-SWEPT
           END-IF
           .

      * MARKS THE HOLD IN RESERVATION-RECORD A NO-SHOW AND NOTES ITS
      * LOT FOR THE BOARD REFRESH WHEN THE HOLD WAS FOR TODAY
       RELEASE-ONE-NOSHOW.
           MOVE "NOSHOW" TO RSV-STATUS
           MOVE WS-RSV-NOW-STAMP TO RSV-CLOSED-AT
           REWRITE RESERVATION-RECORD
           IF WS-RSV-STATUS NOT = "00"
               STRING "Reservation Rewrite Error: " WS-RSV-STATUS
                   INTO WS-FILE-ERROR
               MOVE "RELEASE-ONE-NOSHOW" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RSV-SWEPT
           IF RSV-DATE = WS-RSV-TODAY
               MOVE 'N' TO WS-RSV-LOT-SEEN
               PERFORM VARYING WS-RSV-LX FROM 1 BY 1
                       UNTIL WS-RSV-LX > WS-RSV-LOT-CNT
                   IF WS-RSV-SWEEP-LOT(WS-RSV-LX) = RSV-LOT-ID
                       MOVE 'Y' TO WS-RSV-LOT-SEEN
                   END-IF
               END-PERFORM
               IF WS-RSV-LOT-SEEN = 'N' AND WS-RSV-LOT-CNT < 50
                   ADD 1 TO WS-RSV-LOT-CNT
                   MOVE RSV-LOT-ID TO WS-RSV-SWEEP-LOT(WS-RSV-LOT-CNT)
               END-IF
           END-IF

           MOVE RSV-PERSON TO STUDENT-NUMBER
           MOVE "RSV-NOSHOW" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "HELD " DELIMITED BY SIZE
                  RSV-LOT-ID DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  RSV-SLOT-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RSV-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "NOSHOW WINDOW " DELIMITED BY SIZE
                  RSV-WINDOW-FROM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RSV-WINDOW-TO DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * MENU OPTION - THE RESERVATION REGISTER FROM A GIVEN DATE ON:
      * EVERY HOLD WITH ITS SLOT, WINDOW, AND OUTCOME. LAPSED HOLDS
      * ARE LOGGED AS NO-SHOWS FIRST SO THE LIST IS CURRENT
       SLOT-RESERVATION-REGISTER.
           PERFORM RELEASE-NOSHOW-RESERVATIONS
           PERFORM ACCEPT-RESERVATION-DATE
           IF WS-RSV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RSV-LIST-CNT
           MOVE 0 TO WS-RSV-NOSHOW-TOTAL
           OPEN INPUT RESERVATION-FILE
           IF WS-RSV-STATUS NOT = "00"
               DISPLAY "No reservations on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--- Slot Reservation Register from "
                   WS-RSV-DATE-IN " ---"
           DISPLAY "LOT        | DATE       | HOLDER      | SLOT | "
                   "WINDOW      | STATUS   | REASON"
           MOVE 'N' TO WS-RSV-EOF
           PERFORM UNTIL WS-RSV-EOF = 'Y'
               READ RESERVATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RSV-EOF
                   NOT AT END
                       IF RSV-DATE >= WS-RSV-DATE-IN
                           ADD 1 TO WS-RSV-LIST-CNT
                           IF RSV-STATUS = "NOSHOW"
                               ADD 1 TO WS-RSV-NOSHOW-TOTAL
                           END-IF
                           DISPLAY RSV-LOT-ID " | "
                                   RSV-DATE " | "
                                   RSV-PERSON " | "
                                   RSV-SLOT-NUMBER " | "
                                   RSV-WINDOW-FROM "-"
                                   RSV-WINDOW-TO " | "
                                   RSV-STATUS " | "
                                   FUNCTION TRIM(RSV-REASON)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE
           IF WS-RSV-LIST-CNT = 0
               DISPLAY "No reservations on or after " WS-RSV-DATE-IN
                       "."
           ELSE
               DISPLAY WS-RSV-LIST-CNT " reservation(s) listed, "
                       WS-RSV-NOSHOW-TOTAL " no-show(s)."
           END-IF
           .

      * INCIDENT NUMBERS ARE ISSUED IN SEQUENCE THE WAY RECEIPT
      * NUMBERS ARE - READING TO THE END OF THE ASCENDING KEY FINDS
      * THE HIGHEST ONE ISSUED. CALLED WITH INCIDENT-FILE OPEN I-O
       GET-NEXT-INCIDENT-NUMBER.
           MOVE 0 TO WS-INC-NUMBER
           MOVE 0 TO INC-NUMBER
           START INCIDENT-FILE KEY IS >= INC-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-INC-EOF
                   PERFORM UNTIL WS-INC-EOF = 'Y'
                       READ INCIDENT-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-INC-EOF
                           NOT AT END
                               MOVE INC-NUMBER TO WS-INC-NUMBER
                       END-READ
                   END-PERFORM
           END-START
           ADD 1 TO WS-INC-NUMBER
           .

      * MENU OPTION - LOGS A SECURITY INCIDENT AND, IN THE SAME STEP,
      * LISTS EVERY VEHICLE THAT WAS IN THE LOT AT THAT MOMENT OFF THE
      * VISIT FILES AND THE SLOT MAP, SO INVESTIGATORS KNOW WHO TO
      * CONTACT. VEHICLES SECURITY NAMES AS PARTIES TO IT ARE LINKED
      * BY STUDENT NUMBER AND PLATE BEFORE THE OPTION FINISHES
       LOG-INCIDENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-INC-TODAY
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-INC-TODAY
           END-STRING
           DISPLAY "Incident date (YYYY-MM-DD, blank = today): "
                   WITH NO ADVANCING
           ACCEPT WS-INC-DATE-IN
           IF WS-INC-DATE-IN = SPACES
               MOVE WS-INC-TODAY TO WS-INC-DATE-IN
           END-IF
           IF WS-INC-DATE-IN(1:4) IS NOT NUMERIC
               OR WS-INC-DATE-IN(5:1) NOT = "-"
               OR WS-INC-DATE-IN(6:2) IS NOT NUMERIC
               OR WS-INC-DATE-IN(8:1) NOT = "-"
               OR WS-INC-DATE-IN(9:2) IS NOT NUMERIC
               DISPLAY "Date must be YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INC-DATE-IN(6:2) TO WS-INC-CHK-MONTH
           MOVE WS-INC-DATE-IN(9:2) TO WS-INC-CHK-DAY
           IF WS-INC-CHK-MONTH < 1 OR WS-INC-CHK-MONTH > 12
               OR WS-INC-CHK-DAY < 1 OR WS-INC-CHK-DAY > 31
               DISPLAY "Date must be YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           IF WS-INC-DATE-IN > WS-INC-TODAY
               DISPLAY "An incident cannot be dated in the future."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Incident time (HH:MM, blank = now): "
                   WITH NO ADVANCING
           ACCEPT WS-INC-TIME-IN
           IF WS-INC-TIME-IN = SPACES
               MOVE SPACES TO WS-INC-TIME-IN
               STRING WS-HOURS ":" WS-MINUTES
                      DELIMITED BY SIZE
                      INTO WS-INC-TIME-IN
               END-STRING
           END-IF
           IF WS-INC-TIME-IN(1:2) IS NOT NUMERIC
               OR WS-INC-TIME-IN(3:1) NOT = ":"
               OR WS-INC-TIME-IN(4:2) IS NOT NUMERIC
               DISPLAY "Time must be HH:MM (24-hour)."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INC-TIME-IN(1:2) TO WS-INC-HH
           MOVE WS-INC-TIME-IN(4:2) TO WS-INC-MM
           IF WS-INC-HH > 23 OR WS-INC-MM > 59
               DISPLAY "Time must be HH:MM (24-hour)."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INC-MOMENT
           STRING WS-INC-DATE-IN " " WS-INC-TIME-IN
                  DELIMITED BY SIZE
                  INTO WS-INC-MOMENT
           END-STRING

           DISPLAY "Enter Lot/Zone ID: " WITH NO ADVANCING
           ACCEPT WS-INC-LOT
           MOVE FUNCTION UPPER-CASE(WS-INC-LOT) TO WS-INC-LOT
           IF WS-INC-LOT = SPACES
               DISPLAY "Lot is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Slot number (blank = not at a slot): "
                   WITH NO ADVANCING
           ACCEPT WS-INC-SLOT-IN
           MOVE 0 TO WS-INC-SLOT
           IF WS-INC-SLOT-IN NOT = SPACES
               IF FUNCTION TRIM(WS-INC-SLOT-IN) IS NOT NUMERIC
                   DISPLAY "Slot must be a number."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-INC-SLOT-IN) TO WS-INC-SLOT
           END-IF
           DISPLAY "Incident type (THEFT/DAMAGE/COLLISION/OTHER): "
                   WITH NO ADVANCING
           ACCEPT WS-INC-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-INC-TYPE-IN) TO WS-INC-TYPE-IN
           IF WS-INC-TYPE-IN NOT = "THEFT"
               AND WS-INC-TYPE-IN NOT = "DAMAGE"
               AND WS-INC-TYPE-IN NOT = "COLLISION"
               AND WS-INC-TYPE-IN NOT = "OTHER"
               DISPLAY "Type must be THEFT, DAMAGE, COLLISION, or "
                       "OTHER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Narrative: " WITH NO ADVANCING
           ACCEPT WS-INC-NARRATIVE-IN
           DISPLAY "Reporting guard: " WITH NO ADVANCING
           ACCEPT WS-INC-GUARD-IN
           MOVE FUNCTION UPPER-CASE(WS-INC-GUARD-IN) TO WS-INC-GUARD-IN
           IF WS-INC-GUARD-IN = SPACES
               DISPLAY "The reporting guard is required."
               EXIT PARAGRAPH
           END-IF

           PERFORM INC-COLLECT-VEHICLES

           OPEN I-O INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF
           IF WS-INCIDENT-STATUS NOT = "00"
               STRING "Incident Open Error: " WS-INCIDENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOG-INCIDENT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NEXT-INCIDENT-NUMBER
           MOVE WS-INC-NUMBER TO INC-NUMBER
           MOVE WS-INC-DATE-IN TO INC-DATE
           MOVE WS-INC-TIME-IN TO INC-TIME
           MOVE WS-INC-LOT TO INC-LOT-ID
           MOVE WS-INC-SLOT TO INC-SLOT-NUMBER
           MOVE WS-INC-TYPE-IN TO INC-TYPE
           MOVE WS-INC-NARRATIVE-IN TO INC-NARRATIVE
           MOVE WS-INC-GUARD-IN TO INC-GUARD
           MOVE "OPEN" TO INC-STATUS
           MOVE WS-OPERATOR-ID TO INC-LOGGED-BY
           MOVE SPACES TO INC-LOGGED-AT
           STRING WS-INC-TODAY " " WS-HOURS ":" WS-MINUTES
                  DELIMITED BY SIZE
                  INTO INC-LOGGED-AT
           END-STRING
           MOVE SPACES TO INC-CLOSED-ON
           MOVE WS-INC-VEH-CNT TO INC-VEHICLE-COUNT
           WRITE INCIDENT-RECORD
           IF WS-INCIDENT-STATUS NOT = "00"
               STRING "Incident Write Error: " WS-INCIDENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOG-INCIDENT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE INCIDENT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE INCIDENT-FILE

           OPEN I-O INCIDENT-VEHICLE-FILE
           IF WS-INCVEH-STATUS = "35"
               OPEN OUTPUT INCIDENT-VEHICLE-FILE
               CLOSE INCIDENT-VEHICLE-FILE
               OPEN I-O INCIDENT-VEHICLE-FILE
           END-IF
           IF WS-INCVEH-STATUS NOT = "00"
               STRING "Incident Vehicle Open Error: " WS-INCVEH-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOG-INCIDENT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-INC-VX FROM 1 BY 1
                       UNTIL WS-INC-VX > WS-INC-VEH-CNT
                   MOVE WS-INC-NUMBER TO IVH-INC-NUMBER
                   MOVE WS-INC-VX TO IVH-SEQ
                   MOVE "PRESENT" TO IVH-ROLE
                   MOVE WS-INC-V-STUDENT(WS-INC-VX)
                       TO IVH-STUDENT-NUMBER
                   MOVE WS-INC-V-PLATE(WS-INC-VX) TO IVH-PLATE
                   MOVE WS-INC-V-NAME(WS-INC-VX) TO IVH-NAME
                   MOVE WS-INC-V-TYPE(WS-INC-VX) TO IVH-VEHICLE-TYPE
                   MOVE WS-INC-V-MODEL(WS-INC-VX) TO IVH-MODEL
                   MOVE WS-INC-V-COLOR(WS-INC-VX) TO IVH-COLOR
                   MOVE WS-INC-V-SLOT(WS-INC-VX) TO IVH-SLOT-NUMBER
                   MOVE WS-INC-V-ENTRY(WS-INC-VX) TO IVH-ENTRY
                   MOVE WS-INC-V-EXIT(WS-INC-VX) TO IVH-EXIT
                   MOVE WS-INC-V-SOURCE(WS-INC-VX) TO IVH-SOURCE
                   WRITE INCIDENT-VEHICLE-RECORD
               END-PERFORM
               CLOSE INCIDENT-VEHICLE-FILE
           END-IF

           DISPLAY "Incident " WS-INC-NUMBER " logged - "
                   WS-INC-VEH-CNT " vehicle(s) in "
                   FUNCTION TRIM(WS-INC-LOT) " at " WS-INC-MOMENT
           IF WS-INC-VEH-LOST > 0
               DISPLAY WS-INC-VEH-LOST " more vehicle(s) were in the "
                       "lot than one incident can list."
           END-IF
           PERFORM VARYING WS-INC-VX FROM 1 BY 1
                   UNTIL WS-INC-VX > WS-INC-VEH-CNT
               DISPLAY "  " WS-INC-V-STUDENT(WS-INC-VX) " | "
                       WS-INC-V-PLATE(WS-INC-VX) " | "
                       WS-INC-V-SLOT(WS-INC-VX) " | "
                       WS-INC-V-ENTRY(WS-INC-VX) " - "
                       WS-INC-V-EXIT(WS-INC-VX) " | "
                       WS-INC-V-SOURCE(WS-INC-VX)
           END-PERFORM

           MOVE SPACES TO STUDENT-NUMBER
           MOVE "INC-LOG" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "INCIDENT " WS-INC-NUMBER
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-INC-TYPE-IN DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-INC-LOT DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-INC-MOMENT DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD

           MOVE "Y" TO WS-INC-ACTION-IN
           PERFORM UNTIL WS-INC-ACTION-IN NOT = "Y"
               DISPLAY "Link an involved vehicle? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-INC-ACTION-IN
               MOVE FUNCTION UPPER-CASE(WS-INC-ACTION-IN)
                   TO WS-INC-ACTION-IN
               IF WS-INC-ACTION-IN = "Y"
                   PERFORM INC-LINK-VEHICLE
               END-IF
           END-PERFORM
           .

      * FILLS WS-INC-VEH-TABLE WITH EVERY VEHICLE IN WS-INC-LOT AT
      * WS-INC-MOMENT: VISITS IN THE CURRENT PARKING FILE (AND ANY
      * UNSEALED PRIOR PERIOD, THE WAY COUNT-PARKED-SLOTS SWEEPS
      * THEM), ARCHIVED VISITS ON THE HISTORY FILE, THEN THE SLOT MAP
      * FOR SLOT NUMBERS - AND, FOR AN INCIDENT TODAY, ANY OCCUPANT
      * (STAFF, VISITOR) THE VISIT FILES DID NOT ALREADY NAME
       INC-COLLECT-VEHICLES.
           MOVE 0 TO WS-INC-VEH-CNT
           MOVE 0 TO WS-INC-VEH-LOST
           CLOSE PARKING-FILE
           OPEN INPUT PARKING-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM INC-SCAN-PARKING-FILE
               CLOSE PARKING-FILE
           END-IF
           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           MOVE 0 TO WS-PRIOR-PERIOD-TRIES
           PERFORM UNTIL WS-PRIOR-PERIOD-TRIES = WS-PRIOR-MONTH-LIMIT
               ADD 1 TO WS-PRIOR-PERIOD-TRIES
               PERFORM DECREMENT-PARKING-PERIOD
               PERFORM BUILD-PARKING-FILENAME
               PERFORM OPEN-UNSEALED-PRIOR-INPUT
               IF WS-FILE-STATUS = "00"
                   PERFORM INC-SCAN-PARKING-FILE
                   CLOSE PARKING-FILE
               END-IF
           END-PERFORM
           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "INC-COLLECT-VEHICLES" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'N' TO WS-INC-EOF
               PERFORM UNTIL WS-INC-EOF = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INC-EOF
                       NOT AT END
                           MOVE HIST-STUDENT-NUMBER TO WS-INC-C-STUDENT
                           MOVE HIST-LICENSE-PLATE TO WS-INC-C-PLATE
                           MOVE HIST-STUDENT-NAME TO WS-INC-C-NAME
                           MOVE HIST-VEHICLE-TYPE TO WS-INC-C-TYPE
                           MOVE HIST-MOTORCYCLE-MODEL TO WS-INC-C-MODEL
                           MOVE HIST-MOTORCYCLE-COLOR TO WS-INC-C-COLOR
                           MOVE HIST-LOT-ID TO WS-INC-C-LOT
                           MOVE HIST-TIME-OF-ENTRY TO WS-INC-C-ENTRY
                           MOVE HIST-TIME-OF-EXIT TO WS-INC-C-EXIT
                           MOVE "HISTORY" TO WS-INC-C-SOURCE
                           PERFORM INC-CHECK-VISIT
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

           OPEN INPUT SLOT-FILE
           IF WS-SLOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INC-LOT TO SLT-LOT-ID
           MOVE 0 TO SLT-SLOT-NUMBER
           MOVE 'N' TO WS-INC-EOF
           START SLOT-FILE KEY IS >= SLT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INC-EOF
           END-START
           PERFORM UNTIL WS-INC-EOF = 'Y'
               READ SLOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INC-EOF
                   NOT AT END
                       IF SLT-LOT-ID NOT = WS-INC-LOT
                           MOVE 'Y' TO WS-INC-EOF
                       ELSE
                           IF SLT-OCCUPIED-BY NOT = SPACES
                               PERFORM INC-PLACE-SLOT-OCCUPANT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOT-FILE
           .

      * EVERY VISIT IN WHICHEVER PARKING-FILE IS OPEN, THROUGH THE
      * SAME IN-THE-LOT-AT-THAT-MOMENT TEST AS THE HISTORY FILE
       INC-SCAN-PARKING-FILE.
           MOVE 'N' TO WS-INC-EOF
           PERFORM UNTIL WS-INC-EOF = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INC-EOF
                   NOT AT END
                       MOVE STUDENT-NUMBER TO WS-INC-C-STUDENT
                       MOVE LICENSE-PLATE TO WS-INC-C-PLATE
                       MOVE STUDENT-NAME TO WS-INC-C-NAME
                       MOVE VEHICLE-TYPE TO WS-INC-C-TYPE
                       MOVE MOTORCYCLE-MODEL TO WS-INC-C-MODEL
                       MOVE MOTORCYCLE-COLOR TO WS-INC-C-COLOR
                       MOVE LOT-ID TO WS-INC-C-LOT
                       MOVE TIME-OF-ENTRY TO WS-INC-C-ENTRY
                       MOVE TIME-OF-EXIT TO WS-INC-C-EXIT
                       MOVE "PARKING" TO WS-INC-C-SOURCE
                       PERFORM INC-CHECK-VISIT
               END-READ
           END-PERFORM
           .

      * THE STAGED VISIT IN WS-INC-CAND WAS IN THE LOT AT THE MOMENT
      * IF IT CAME IN AT OR BEFORE IT AND HAD NOT LEFT BEFORE IT. THE
      * SAME VISIT CAN TURN UP IN TWO FILES - IT IS LISTED ONCE
       INC-CHECK-VISIT.
           IF WS-INC-C-LOT NOT = WS-INC-LOT
               OR WS-INC-C-ENTRY = SPACES
               OR WS-INC-C-ENTRY > WS-INC-MOMENT
               EXIT PARAGRAPH
           END-IF
           IF WS-INC-C-EXIT NOT = SPACES
               AND WS-INC-C-EXIT < WS-INC-MOMENT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INC-DUP
           PERFORM VARYING WS-INC-VX FROM 1 BY 1
                   UNTIL WS-INC-VX > WS-INC-VEH-CNT
               IF WS-INC-V-STUDENT(WS-INC-VX) = WS-INC-C-STUDENT
                   AND WS-INC-V-PLATE(WS-INC-VX) = WS-INC-C-PLATE
                   AND WS-INC-V-ENTRY(WS-INC-VX) = WS-INC-C-ENTRY
                   MOVE 'Y' TO WS-INC-DUP
               END-IF
           END-PERFORM
           IF WS-INC-DUP = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INC-C-SLOT
           PERFORM INC-ADD-CANDIDATE
           .

      * APPENDS WS-INC-CAND TO THE TABLE, COUNTING ANY OVERFLOW
       INC-ADD-CANDIDATE.
           IF WS-INC-VEH-CNT < 200
               ADD 1 TO WS-INC-VEH-CNT
               MOVE WS-INC-CAND TO WS-INC-VEH(WS-INC-VEH-CNT)
           ELSE
               ADD 1 TO WS-INC-VEH-LOST
           END-IF
           .

      * AN OCCUPIED SLOT IN THE LOT. A VEHICLE STILL PARKED FROM THE
      * VISIT FILES GETS ITS SLOT NUMBER; AN OCCUPANT THEY DO NOT
      * COVER IS ADDED - BUT ONLY FOR AN INCIDENT TODAY, SINCE THE
      * SLOT MAP ONLY SAYS WHO IS IN THE LOT NOW
       INC-PLACE-SLOT-OCCUPANT.
           MOVE 'N' TO WS-INC-DUP
           PERFORM VARYING WS-INC-VX FROM 1 BY 1
                   UNTIL WS-INC-VX > WS-INC-VEH-CNT
               IF WS-INC-V-STUDENT(WS-INC-VX) = SLT-OCCUPIED-BY
                   AND WS-INC-V-EXIT(WS-INC-VX) = SPACES
                   MOVE SLT-SLOT-NUMBER TO WS-INC-V-SLOT(WS-INC-VX)
                   MOVE 'Y' TO WS-INC-DUP
               END-IF
           END-PERFORM
           IF WS-INC-DUP = 'Y'
               OR WS-INC-DATE-IN NOT = WS-INC-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INC-CAND
           MOVE SLT-OCCUPIED-BY TO WS-INC-C-STUDENT
           MOVE SLT-SLOT-NUMBER TO WS-INC-C-SLOT
           MOVE "SLOT" TO WS-INC-C-SOURCE
           PERFORM INC-ADD-CANDIDATE
           .

      * LINKS A VEHICLE SECURITY NAMES AS A PARTY TO INCIDENT
      * WS-INC-NUMBER, BY STUDENT NUMBER AND PLATE. ONE ALREADY LISTED
      * AS PRESENT IS RE-MARKED INVOLVED; ANY OTHER IS ADDED, WITH
      * WHAT ITS CURRENT VISIT RECORD KNOWS ABOUT IT
       INC-LINK-VEHICLE.
           DISPLAY "Involved Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Plate: " WITH NO ADVANCING
           ACCEPT WS-INC-PLATE-IN
           MOVE FUNCTION UPPER-CASE(WS-INC-PLATE-IN) TO WS-INC-PLATE-IN

           OPEN I-O INCIDENT-VEHICLE-FILE
           IF WS-INCVEH-STATUS = "35"
               OPEN OUTPUT INCIDENT-VEHICLE-FILE
               CLOSE INCIDENT-VEHICLE-FILE
               OPEN I-O INCIDENT-VEHICLE-FILE
           END-IF
           IF WS-INCVEH-STATUS NOT = "00"
               STRING "Incident Vehicle Open Error: " WS-INCVEH-STATUS
                   INTO WS-FILE-ERROR
               MOVE "INC-LINK-VEHICLE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INC-FOUND
           MOVE 0 TO WS-INC-MAX-SEQ
           MOVE WS-INC-NUMBER TO IVH-INC-NUMBER
           MOVE 0 TO IVH-SEQ
           MOVE 'N' TO WS-INC-EOF
           START INCIDENT-VEHICLE-FILE KEY IS >= IVH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INC-EOF
           END-START
           PERFORM UNTIL WS-INC-EOF = 'Y'
               READ INCIDENT-VEHICLE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INC-EOF
                   NOT AT END
                       IF IVH-INC-NUMBER NOT = WS-INC-NUMBER
                           MOVE 'Y' TO WS-INC-EOF
                       ELSE
                           MOVE IVH-SEQ TO WS-INC-MAX-SEQ
                           IF IVH-STUDENT-NUMBER = WS-STUDENT-NUMBER
                               AND IVH-PLATE = WS-INC-PLATE-IN
                               AND WS-INC-FOUND = 'N'
                               MOVE 'Y' TO WS-INC-FOUND
                               MOVE "INVOLVED" TO IVH-ROLE
                               REWRITE INCIDENT-VEHICLE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-INC-FOUND = 'N'
               MOVE WS-INC-NUMBER TO IVH-INC-NUMBER
               COMPUTE IVH-SEQ = WS-INC-MAX-SEQ + 1
               MOVE "INVOLVED" TO IVH-ROLE
               MOVE WS-STUDENT-NUMBER TO IVH-STUDENT-NUMBER
               MOVE WS-INC-PLATE-IN TO IVH-PLATE
               MOVE SPACES TO IVH-NAME
               MOVE SPACES TO IVH-VEHICLE-TYPE
               MOVE SPACES TO IVH-MODEL
               MOVE SPACES TO IVH-COLOR
               MOVE 0 TO IVH-SLOT-NUMBER
               MOVE SPACES TO IVH-ENTRY
               MOVE SPACES TO IVH-EXIT
               MOVE "LINKED" TO IVH-SOURCE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE WS-INC-PLATE-IN TO PARK-PLATE-KEY
               READ PARKING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO IVH-NAME
                       MOVE VEHICLE-TYPE TO IVH-VEHICLE-TYPE
                       MOVE MOTORCYCLE-MODEL TO IVH-MODEL
                       MOVE MOTORCYCLE-COLOR TO IVH-COLOR
                       MOVE TIME-OF-ENTRY TO IVH-ENTRY
                       MOVE TIME-OF-EXIT TO IVH-EXIT
               END-READ
               WRITE INCIDENT-VEHICLE-RECORD
               IF WS-INCVEH-STATUS NOT = "00"
                   STRING "Incident Vehicle Write Error: "
                       WS-INCVEH-STATUS
                       INTO WS-FILE-ERROR
                   MOVE "INC-LINK-VEHICLE" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
                   CLOSE INCIDENT-VEHICLE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CLOSE INCIDENT-VEHICLE-FILE

           IF WS-INC-FOUND = 'N'
               OPEN I-O INCIDENT-FILE
               IF WS-INCIDENT-STATUS = "00"
                   MOVE WS-INC-NUMBER TO INC-NUMBER
                   READ INCIDENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO INC-VEHICLE-COUNT
                           REWRITE INCIDENT-RECORD
                   END-READ
                   CLOSE INCIDENT-FILE
               END-IF
           END-IF
           DISPLAY "Vehicle " FUNCTION TRIM(WS-INC-PLATE-IN)
                   " linked to incident " WS-INC-NUMBER " as involved."

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "INC-LINK" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "INCIDENT " WS-INC-NUMBER
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "INVOLVED/" WS-INC-PLATE-IN
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * PROMPTS FOR AN INCIDENT NUMBER AND READS IT, LEAVING
      * INCIDENT-FILE OPEN I-O ON A HIT (WS-INC-FOUND 'Y')
       FIND-INCIDENT.
           MOVE 'N' TO WS-INC-FOUND
           DISPLAY "Enter Incident Number: " WITH NO ADVANCING
           ACCEPT WS-INC-NUMBER-IN
           IF FUNCTION TRIM(WS-INC-NUMBER-IN) IS NOT NUMERIC
               DISPLAY "Incident number must be numeric."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-INC-NUMBER-IN) TO WS-INC-NUMBER
           OPEN I-O INCIDENT-FILE
           IF WS-INCIDENT-STATUS NOT = "00"
               DISPLAY "No incidents on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INC-NUMBER TO INC-NUMBER
           READ INCIDENT-FILE
               INVALID KEY
                   DISPLAY "Incident not found."
                   CLOSE INCIDENT-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INC-FOUND
           END-READ
           .

      * MENU OPTION - MOVES AN INCIDENT THROUGH OPEN / UNDER
      * INVESTIGATION / CLOSED, OR LINKS ANOTHER INVOLVED VEHICLE
       UPDATE-INCIDENT.
           PERFORM FIND-INCIDENT
           IF WS-INC-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Incident " INC-NUMBER " | " INC-DATE " "
                   INC-TIME " | " FUNCTION TRIM(INC-LOT-ID) " | "
                   FUNCTION TRIM(INC-TYPE) " | "
                   FUNCTION TRIM(INC-STATUS) " | "
                   INC-VEHICLE-COUNT " vehicle(s)"
           DISPLAY "S = Change status, L = Link involved vehicle: "
                   WITH NO ADVANCING
           ACCEPT WS-INC-ACTION-IN
           MOVE FUNCTION UPPER-CASE(WS-INC-ACTION-IN)
               TO WS-INC-ACTION-IN
           EVALUATE WS-INC-ACTION-IN
               WHEN "S"
                   PERFORM INC-CHANGE-STATUS
               WHEN "L"
                   CLOSE INCIDENT-FILE
                   PERFORM INC-LINK-VEHICLE
               WHEN OTHER
                   DISPLAY "No change made."
                   CLOSE INCIDENT-FILE
           END-EVALUATE
           .

      * NEW STATUS FOR THE INCIDENT IN INCIDENT-RECORD (FILE OPEN I-O)
       INC-CHANGE-STATUS.
           DISPLAY "New status (OPEN/UNDER INVESTIGATION/CLOSED): "
                   WITH NO ADVANCING
           ACCEPT WS-INC-STATUS-IN
           MOVE FUNCTION UPPER-CASE(WS-INC-STATUS-IN)
               TO WS-INC-STATUS-IN
           IF WS-INC-STATUS-IN NOT = "OPEN"
               AND WS-INC-STATUS-IN NOT = "UNDER INVESTIGATION"
               AND WS-INC-STATUS-IN NOT = "CLOSED"
               DISPLAY "Status must be OPEN, UNDER INVESTIGATION, or "
                       "CLOSED."
               CLOSE INCIDENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "INCIDENT " INC-NUMBER " " INC-STATUS
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE WS-INC-STATUS-IN TO INC-STATUS
           IF WS-INC-STATUS-IN = "CLOSED"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE SPACES TO INC-CLOSED-ON
               STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                      DELIMITED BY SIZE
                      INTO INC-CLOSED-ON
               END-STRING
           ELSE
               MOVE SPACES TO INC-CLOSED-ON
           END-IF
           REWRITE INCIDENT-RECORD
           IF WS-INCIDENT-STATUS NOT = "00"
               STRING "Incident Rewrite Error: " WS-INCIDENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "INC-CHANGE-STATUS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE INCIDENT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE INCIDENT-FILE
           DISPLAY "Incident " WS-INC-NUMBER " is now "
                   FUNCTION TRIM(WS-INC-STATUS-IN) "."

           MOVE SPACES TO STUDENT-NUMBER
           MOVE "INC-STATUS" TO WS-AUDIT-ACTION
           MOVE WS-INC-STATUS-IN TO WS-AUDIT-AFTER
           PERFORM APPEND-AUDIT-RECORD
           .

      * MENU OPTION - THE PRINTED INCIDENT REPORT FOR A CLAIM OR THE
      * POLICE BLOTTER: THE INCIDENT, THEN EVERY VEHICLE TIED TO IT
      * WITH THE OWNER'S NAME AND HOW TO REACH THEM, LOOKED UP THE
      * SAME WAY THE EVACUATION ROSTER DOES
       PRINT-INCIDENT-REPORT.
           PERFORM FIND-INCIDENT
           IF WS-INC-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           CLOSE INCIDENT-FILE
           MOVE SPACES TO WS-INC-RPT-FILENAME
           STRING "INCIDENT-" WS-INC-NUMBER ".rpt"
                  DELIMITED BY SIZE
                  INTO WS-INC-RPT-FILENAME
           END-STRING
           OPEN OUTPUT INCIDENT-REPORT-FILE
           IF WS-INCRPT-STATUS NOT = "00"
               STRING "Incident Report Open Error: " WS-INCRPT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PRINT-INCIDENT-REPORT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE '1' TO IRP-CARRIAGE-CONTROL
           MOVE SPACES TO IRP-LINE-TEXT
           STRING "PARKING INCIDENT REPORT NO. " INC-NUMBER
                  DELIMITED BY SIZE
                  INTO IRP-LINE-TEXT
           END-STRING
           WRITE INCIDENT-REPORT-RECORD
           MOVE ' ' TO IRP-CARRIAGE-CONTROL
           MOVE SPACES TO IRP-LINE-TEXT
           WRITE INCIDENT-REPORT-RECORD
           MOVE SPACES TO IRP-LINE-TEXT
           STRING "DATE/TIME : " INC-DATE " " INC-TIME
                  "     LOT: " INC-LOT-ID "  SLOT: " INC-SLOT-NUMBER
                  DELIMITED BY SIZE
                  INTO IRP-LINE-TEXT
           END-STRING
           WRITE INCIDENT-REPORT-RECORD
           MOVE SPACES TO IRP-LINE-TEXT
           STRING "TYPE      : " INC-TYPE "     STATUS: " INC-STATUS
                  "  CLOSED: " INC-CLOSED-ON
                  DELIMITED BY SIZE
                  INTO IRP-LINE-TEXT
           END-STRING
           WRITE INCIDENT-REPORT-RECORD
           MOVE SPACES TO IRP-LINE-TEXT
           STRING "REPORTED BY: " INC-GUARD "  LOGGED BY: "
                  INC-LOGGED-BY " AT " INC-LOGGED-AT
                  DELIMITED BY SIZE
                  INTO IRP-LINE-TEXT
           END-STRING
           WRITE INCIDENT-REPORT-RECORD
           MOVE "NARRATIVE:" TO IRP-LINE-TEXT
           WRITE INCIDENT-REPORT-RECORD
           MOVE SPACES TO IRP-LINE-TEXT
           STRING "  " INC-NARRATIVE(1:100)
                  DELIMITED BY SIZE
                  INTO IRP-LINE-TEXT
           END-STRING
           WRITE INCIDENT-REPORT-RECORD
           IF INC-NARRATIVE(101:100) NOT = SPACES
               MOVE SPACES TO IRP-LINE-TEXT
               STRING "  " INC-NARRATIVE(101:100)
                      DELIMITED BY SIZE
                      INTO IRP-LINE-TEXT
               END-STRING
               WRITE INCIDENT-REPORT-RECORD
           END-IF
           MOVE SPACES TO IRP-LINE-TEXT
           WRITE INCIDENT-REPORT-RECORD
           MOVE SPACES TO IRP-LINE-TEXT
           STRING "VEHICLES IN LOT " INC-LOT-ID " AT " INC-DATE " "
                  INC-TIME " AND VEHICLES INVOLVED"
                  DELIMITED BY SIZE
                  INTO IRP-LINE-TEXT
           END-STRING
           WRITE INCIDENT-REPORT-RECORD
           MOVE "ROLE     | STUDENT     | PLATE  | MODEL             "
             & "   | COLOR      | SLOT | IN               | OUT"
               TO IRP-LINE-TEXT
           WRITE INCIDENT-REPORT-RECORD
           MOVE "           OWNER                          | CONTACT"
             & "              | COLLEGE"
               TO IRP-LINE-TEXT
           WRITE INCIDENT-REPORT-RECORD
           MOVE ALL "-" TO IRP-LINE-TEXT
           WRITE INCIDENT-REPORT-RECORD

           MOVE 0 TO WS-INC-PRINTED
           OPEN INPUT INCIDENT-VEHICLE-FILE
           IF WS-INCVEH-STATUS = "00"
               MOVE WS-INC-NUMBER TO IVH-INC-NUMBER
               MOVE 0 TO IVH-SEQ
               MOVE 'N' TO WS-INC-EOF
               START INCIDENT-VEHICLE-FILE KEY IS >= IVH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-INC-EOF
               END-START
               PERFORM UNTIL WS-INC-EOF = 'Y'
                   READ INCIDENT-VEHICLE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INC-EOF
                       NOT AT END
                           IF IVH-INC-NUMBER NOT = WS-INC-NUMBER
                               MOVE 'Y' TO WS-INC-EOF
                           ELSE
                               PERFORM INC-PRINT-VEHICLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-VEHICLE-FILE
           END-IF

           MOVE SPACES TO IRP-LINE-TEXT
           WRITE INCIDENT-REPORT-RECORD
           MOVE SPACES TO IRP-LINE-TEXT
           STRING "TOTAL VEHICLES: " WS-INC-PRINTED
                  DELIMITED BY SIZE
                  INTO IRP-LINE-TEXT
           END-STRING
           WRITE INCIDENT-REPORT-RECORD
           CLOSE INCIDENT-REPORT-FILE
           DISPLAY "Incident report written to "
                   FUNCTION TRIM(WS-INC-RPT-FILENAME) " - "
                   WS-INC-PRINTED " vehicle(s)."
           .

      * ONE VEHICLE ON THE INCIDENT REPORT - ITS VISIT LINE, THEN THE
      * OWNER LINE. A STUDENT'S CONTACT IS THE MOBILE ON THE
      * REGISTRAR'S ROSTER; AN EMPLOYEE'S IS THEIR DEPARTMENT
       INC-PRINT-VEHICLE.
           MOVE IVH-NAME TO WS-INC-OWNER
           MOVE SPACES TO WS-INC-CONTACT
           MOVE SPACES TO WS-INC-COLLEGE
           EVALUATE IVH-STUDENT-NUMBER(1:1)
               WHEN "V"
                   OPEN INPUT VISITOR-FILE
                   IF WS-VISITOR-STATUS = "00"
                       MOVE FUNCTION NUMVAL(IVH-STUDENT-NUMBER(2:10))
                           TO VST-PASS-ID
                       READ VISITOR-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE VST-NAME TO WS-INC-OWNER
                               IF IVH-PLATE = SPACES
                                   MOVE VST-LICENSE-PLATE TO IVH-PLATE
                               END-IF
                               MOVE "VISITOR" TO WS-INC-COLLEGE
                       END-READ
                       CLOSE VISITOR-FILE
                   END-IF
               WHEN "E"
                   OPEN INPUT EMPLOYEE-FILE
                   IF WS-EMPLOYEE-STATUS = "00"
                       MOVE IVH-STUDENT-NUMBER(2:10) TO EMP-NUMBER
                       READ EMPLOYEE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE EMP-NAME TO WS-INC-OWNER
                               IF IVH-PLATE = SPACES
                                   MOVE EMP-LICENSE-PLATE TO IVH-PLATE
                               END-IF
                               MOVE EMP-DEPARTMENT TO WS-INC-CONTACT
                               MOVE "EMPLOYEE" TO WS-INC-COLLEGE
                       END-READ
                       CLOSE EMPLOYEE-FILE
                   END-IF
               WHEN OTHER
                   OPEN INPUT STUDENT-MASTER-FILE
                   IF WS-MASTER-STATUS = "00"
                       MOVE IVH-STUDENT-NUMBER TO MST-STUDENT-NUMBER
                       READ STUDENT-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE MST-STUDENT-NAME TO WS-INC-OWNER
                               MOVE MST-MOBILE TO WS-INC-CONTACT
                               MOVE MST-COLLEGE TO WS-INC-COLLEGE
                       END-READ
                       CLOSE STUDENT-MASTER-FILE
                   END-IF
           END-EVALUATE

           ADD 1 TO WS-INC-PRINTED
           MOVE SPACES TO IRP-LINE-TEXT
           STRING IVH-ROLE " | " IVH-STUDENT-NUMBER " | "
                  IVH-PLATE " | " IVH-MODEL " | " IVH-COLOR " | "
                  IVH-SLOT-NUMBER " | " IVH-ENTRY " | " IVH-EXIT
                  DELIMITED BY SIZE
                  INTO IRP-LINE-TEXT
           END-STRING
           WRITE INCIDENT-REPORT-RECORD
           MOVE SPACES TO IRP-LINE-TEXT
           STRING "           " WS-INC-OWNER " | " WS-INC-CONTACT
                  " | " WS-INC-COLLEGE
                  DELIMITED BY SIZE
                  INTO IRP-LINE-TEXT
           END-STRING
           WRITE INCIDENT-REPORT-RECORD
           .

      * MENU OPTION - THE INCIDENT REGISTER, ALL INCIDENTS OR THOSE IN
      * ONE STATUS, OLDEST FIRST
       INCIDENT-REGISTER.
           DISPLAY "Status (OPEN/UNDER INVESTIGATION/CLOSED, blank = "
                   "all): " WITH NO ADVANCING
           ACCEPT WS-INC-FILTER
           MOVE FUNCTION UPPER-CASE(WS-INC-FILTER) TO WS-INC-FILTER
           MOVE 0 TO WS-INC-LIST-CNT
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS NOT = "00"
               DISPLAY "No incidents on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--- Incident Register ---"
           DISPLAY "NUMBER | DATE       TIME  | LOT        | SLOT | "
                   "TYPE       | STATUS              | VEH"
           MOVE 'N' TO WS-INC-EOF
           PERFORM UNTIL WS-INC-EOF = 'Y'
               READ INCIDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INC-EOF
                   NOT AT END
                       IF WS-INC-FILTER = SPACES
                           OR INC-STATUS = WS-INC-FILTER
                           ADD 1 TO WS-INC-LIST-CNT
                           DISPLAY INC-NUMBER " | " INC-DATE " "
                                   INC-TIME " | " INC-LOT-ID " | "
                                   INC-SLOT-NUMBER " | " INC-TYPE
                                   " | " INC-STATUS " | "
                                   INC-VEHICLE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           IF WS-INC-LIST-CNT = 0
               DISPLAY "No incidents listed."
           ELSE
               DISPLAY WS-INC-LIST-CNT " incident(s) listed."
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - RECONCILES THE LATEST LOT SWEEP ON
      * DEMAND. THE SAME RUN IS SCHEDULED AFTER EACH SWEEP UPLOAD
      * WITH THE "SWEEP" RUN-TIME PARAMETER
       LOT-SWEEP-RECONCILE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM SWEEP-RECONCILE-BATCH
           .

      * COMPARES WHAT THE GUARDS SAW ON THE GROUND (LOT-SWEEP.dat)
      * WITH WHAT OUR FILES SAY WAS PARKED IN EACH SWEPT LOT WHILE THE
      * SWEEP WAS UNDER WAY, AND PRINTS LOT-SWEEP-EXCEPTIONS.rpt:
      *   NOVISIT  - PLATE ON THE GROUND WITH NO OPEN VISIT
      *   UNSEEN   - OPEN VISIT WHOSE VEHICLE THE GUARD NEVER SAW
      *   WRONGSLT - VEHICLE IN A SLOT OTHER THAN THE ONE ASSIGNED
      * EVERY RESULT IS KEPT ON PARKING-SWEEP-HISTORY.dat, AND EACH
      * EXCEPTION SHOWS HOW MANY EARLIER SWEEPS FLAGGED THE SAME PLATE.
      * A RERUN REWRITES THE SAME HISTORY KEYS, SO IT IS SAFE TO REPEAT
       SWEEP-RECONCILE-BATCH.
           MOVE 0 TO WS-SWP-READ
           MOVE 0 TO WS-SWP-REJECTED
           MOVE 0 TO WS-SWP-DROPPED
           MOVE 0 TO WS-SWP-NOVISIT
           MOVE 0 TO WS-SWP-UNSEEN
           MOVE 0 TO WS-SWP-WRONGSLOT
           MOVE 0 TO WS-SWP-MATCHED
           MOVE 0 TO WS-SWP-LOT-CNT
           MOVE 0 TO WS-SWP-SEEN-CNT
           MOVE 0 TO WS-SWP-VISIT-CNT
           OPEN INPUT SWEEP-IN-FILE
           IF WS-SWPI-STATUS = "35"
               DISPLAY "No lot sweep upload (LOT-SWEEP.dat) to "
                       "reconcile."
               EXIT PARAGRAPH
           END-IF
           IF WS-SWPI-STATUS NOT = "00"
               STRING "Lot Sweep Open Error: " WS-SWPI-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SWEEP-RECONCILE-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SWP-EOF
           PERFORM UNTIL WS-SWP-EOF = 'Y'
               READ SWEEP-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-SWP-EOF
                   NOT AT END
                       ADD 1 TO WS-SWP-READ
                       PERFORM SWP-LOAD-SIGHTING
               END-READ
           END-PERFORM
           CLOSE SWEEP-IN-FILE
           IF WS-SWP-SEEN-CNT = 0
               DISPLAY "The lot sweep upload has no usable sightings."
               EXIT PARAGRAPH
           END-IF

           PERFORM SWP-LOAD-VISITS
           PERFORM SWP-PLACE-SLOTS

           MOVE 'Y' TO WS-SWP-HIST-OK
           OPEN I-O SWEEP-HIST-FILE
           IF WS-SWPH-STATUS = "35"
               OPEN OUTPUT SWEEP-HIST-FILE
               CLOSE SWEEP-HIST-FILE
               OPEN I-O SWEEP-HIST-FILE
           END-IF
           IF WS-SWPH-STATUS NOT = "00"
               STRING "Sweep History Open Error: " WS-SWPH-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SWEEP-RECONCILE-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               MOVE 'N' TO WS-SWP-HIST-OK
           END-IF
           OPEN OUTPUT SWEEP-RPT-FILE
           IF WS-SWPR-STATUS NOT = "00"
               STRING "Sweep Report Open Error: " WS-SWPR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SWEEP-RECONCILE-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               IF WS-SWP-HIST-OK = 'Y'
                   CLOSE SWEEP-HIST-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE '1' TO SWR-CARRIAGE-CONTROL
           MOVE SPACES TO SWR-LINE-TEXT
           STRING "PUP-TAGUIG STUDENT PARKING SYSTEM - LOT SWEEP "
                  "CENSUS EXCEPTIONS" DELIMITED BY SIZE
                  INTO SWR-LINE-TEXT
           END-STRING
           WRITE SWEEP-RPT-RECORD
           MOVE ' ' TO SWR-CARRIAGE-CONTROL
           MOVE SPACES TO SWR-LINE-TEXT
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO SWR-LINE-TEXT
           END-STRING
           WRITE SWEEP-RPT-RECORD
           PERFORM VARYING WS-SWP-LX FROM 1 BY 1
                   UNTIL WS-SWP-LX > WS-SWP-LOT-CNT
               MOVE SPACES TO SWR-LINE-TEXT
               STRING "Lot " WS-SWP-L-ID(WS-SWP-LX)
                      " swept " WS-SWP-L-START(WS-SWP-LX)
                      " to " WS-SWP-L-END(WS-SWP-LX)
                      DELIMITED BY SIZE
                      INTO SWR-LINE-TEXT
               END-STRING
               WRITE SWEEP-RPT-RECORD
           END-PERFORM
           MOVE SPACES TO SWR-LINE-TEXT
           WRITE SWEEP-RPT-RECORD
           MOVE SPACES TO SWR-LINE-TEXT
           STRING "RESULT   | LOT        | PLATE  | SEEN | ASGN | "
                  "HOLDER      | SWEPT AT         | PRIOR | FOLLOW-UP"
                  DELIMITED BY SIZE
                  INTO SWR-LINE-TEXT
           END-STRING
           WRITE SWEEP-RPT-RECORD
           MOVE ALL "-" TO SWR-LINE-TEXT
           WRITE SWEEP-RPT-RECORD

           PERFORM VARYING WS-SWP-SX FROM 1 BY 1
                   UNTIL WS-SWP-SX > WS-SWP-SEEN-CNT
               PERFORM SWP-MATCH-SIGHTING
           END-PERFORM
           PERFORM VARYING WS-SWP-VX FROM 1 BY 1
                   UNTIL WS-SWP-VX > WS-SWP-VISIT-CNT
               PERFORM SWP-CHECK-UNSEEN
           END-PERFORM
           IF WS-SWP-HIST-OK = 'Y'
               CLOSE SWEEP-HIST-FILE
           END-IF

           MOVE SPACES TO SWR-LINE-TEXT
           WRITE SWEEP-RPT-RECORD
           STRING "LINES READ: " WS-SWP-READ
                  "  REJECTED: " WS-SWP-REJECTED
                  "  NOT LOADED: " WS-SWP-DROPPED
                  "  MATCHED: " WS-SWP-MATCHED
                  DELIMITED BY SIZE
                  INTO SWR-LINE-TEXT
           END-STRING
           WRITE SWEEP-RPT-RECORD
           MOVE SPACES TO SWR-LINE-TEXT
           STRING "NO OPEN VISIT: " WS-SWP-NOVISIT
                  "  NOT SEEN: " WS-SWP-UNSEEN
                  "  WRONG SLOT: " WS-SWP-WRONGSLOT
                  DELIMITED BY SIZE
                  INTO SWR-LINE-TEXT
           END-STRING
           WRITE SWEEP-RPT-RECORD
           CLOSE SWEEP-RPT-FILE

           DISPLAY "Lot sweep reconciled - " WS-SWP-MATCHED
                   " matched, " WS-SWP-NOVISIT " with no visit, "
                   WS-SWP-UNSEEN " not seen, " WS-SWP-WRONGSLOT
                   " in the wrong slot."
           IF WS-SWP-REJECTED > 0 OR WS-SWP-DROPPED > 0
               DISPLAY WS-SWP-REJECTED " unreadable line(s), "
                       WS-SWP-DROPPED " over the load limit."
           END-IF
           DISPLAY "Exceptions written to LOT-SWEEP-EXCEPTIONS.rpt"
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "LOT-SWEEP" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "LINES:" WS-SWP-READ
                  "/LOTS:" WS-SWP-LOT-CNT
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "OK:" WS-SWP-MATCHED
                  "/NOVISIT:" WS-SWP-NOVISIT
                  "/UNSEEN:" WS-SWP-UNSEEN
                  "/WRONGSLT:" WS-SWP-WRONGSLOT
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * ONE UPLOADED LINE INTO THE SIGHTING TABLE. THE SWEEP OF EACH
      * LOT RUNS FROM ITS FIRST SIGHTING TO ITS LAST
       SWP-LOAD-SIGHTING.
           MOVE FUNCTION UPPER-CASE(SWI-LOT-ID) TO SWI-LOT-ID
           MOVE FUNCTION UPPER-CASE(SWI-PLATE) TO SWI-PLATE
           IF SWI-LOT-ID = SPACES
               OR SWI-PLATE = SPACES
               OR SWI-SEEN-AT(1:4) IS NOT NUMERIC
               OR SWI-SEEN-AT(12:2) IS NOT NUMERIC
               ADD 1 TO WS-SWP-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF SWI-SLOT-NUMBER IS NOT NUMERIC
               MOVE 0 TO SWI-SLOT-NUMBER
           END-IF
           IF WS-SWP-SEEN-CNT NOT < 500
               ADD 1 TO WS-SWP-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SWI-LOT-ID TO WS-SWP-KEY-LOT
           PERFORM SWP-FIND-LOT
           IF WS-SWP-LX = 0
               IF WS-SWP-LOT-CNT NOT < 20
                   ADD 1 TO WS-SWP-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SWP-LOT-CNT
               MOVE WS-SWP-LOT-CNT TO WS-SWP-LX
               MOVE SWI-LOT-ID TO WS-SWP-L-ID(WS-SWP-LX)
               MOVE SWI-SEEN-AT TO WS-SWP-L-START(WS-SWP-LX)
               MOVE SWI-SEEN-AT TO WS-SWP-L-END(WS-SWP-LX)
           END-IF
           IF SWI-SEEN-AT < WS-SWP-L-START(WS-SWP-LX)
               MOVE SWI-SEEN-AT TO WS-SWP-L-START(WS-SWP-LX)
           END-IF
           IF SWI-SEEN-AT > WS-SWP-L-END(WS-SWP-LX)
               MOVE SWI-SEEN-AT TO WS-SWP-L-END(WS-SWP-LX)
           END-IF
           ADD 1 TO WS-SWP-SEEN-CNT
           MOVE SWI-LOT-ID TO WS-SWP-S-LOT(WS-SWP-SEEN-CNT)
           MOVE SWI-SLOT-NUMBER TO WS-SWP-S-SLOT(WS-SWP-SEEN-CNT)
           MOVE SWI-PLATE TO WS-SWP-S-PLATE(WS-SWP-SEEN-CNT)
           MOVE SWI-SEEN-AT TO WS-SWP-S-AT(WS-SWP-SEEN-CNT)
           MOVE SWI-GUARD TO WS-SWP-S-GUARD(WS-SWP-SEEN-CNT)
           .

      * WS-SWP-LX = WHERE WS-SWP-KEY-LOT SITS IN THE LOT TABLE, OR 0
       SWP-FIND-LOT.
           MOVE 0 TO WS-SWP-LX
           PERFORM VARYING WS-SWP-FX FROM 1 BY 1
                   UNTIL WS-SWP-FX > WS-SWP-LOT-CNT
               IF WS-SWP-L-ID(WS-SWP-FX) = WS-SWP-KEY-LOT
                   MOVE WS-SWP-FX TO WS-SWP-LX
               END-IF
           END-PERFORM
           .

      * EVERY VISIT THAT WAS OPEN IN A SWEPT LOT AT ANY POINT DURING
      * ITS SWEEP - STUDENTS FROM THE PARKING FILES (UNSEALED PRIOR
      * PERIODS TOO, AS COUNT-PARKED-SLOTS SWEEPS THEM), STAFF AS "E"
      * + EMPLOYEE NUMBER AND VISITORS AS "V" + PASS ID, THE WAY THE
      * SLOT MAP NAMES THEM
       SWP-LOAD-VISITS.
           CLOSE PARKING-FILE
           OPEN INPUT PARKING-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM SWP-SCAN-PARKING-FILE
               CLOSE PARKING-FILE
           END-IF
           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           MOVE 0 TO WS-PRIOR-PERIOD-TRIES
           PERFORM UNTIL WS-PRIOR-PERIOD-TRIES = WS-PRIOR-MONTH-LIMIT
               ADD 1 TO WS-PRIOR-PERIOD-TRIES
               PERFORM DECREMENT-PARKING-PERIOD
               PERFORM BUILD-PARKING-FILENAME
               PERFORM OPEN-UNSEALED-PRIOR-INPUT
               IF WS-FILE-STATUS = "00"
                   PERFORM SWP-SCAN-PARKING-FILE
                   CLOSE PARKING-FILE
               END-IF
           END-PERFORM
           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SWP-LOAD-VISITS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF

           OPEN INPUT STAFF-VISIT-FILE
           IF WS-STAFF-VISIT-STATUS = "00"
               MOVE 'N' TO WS-SWP-EOF
               PERFORM UNTIL WS-SWP-EOF = 'Y'
                   READ STAFF-VISIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SWP-EOF
                       NOT AT END
                           MOVE SVF-LOT-ID TO WS-SWP-C-LOT
                           MOVE SPACES TO WS-SWP-C-HOLDER
                           STRING "E" SVF-EMP-NUMBER
                                  DELIMITED BY SIZE
                                  INTO WS-SWP-C-HOLDER
                           END-STRING
                           MOVE SVF-LICENSE-PLATE TO WS-SWP-C-PLATE
                           MOVE SVF-TIME-OF-ENTRY TO WS-SWP-C-ENTRY
                           MOVE SVF-TIME-OF-EXIT TO WS-SWP-C-EXIT
                           PERFORM SWP-CONSIDER-VISIT
                   END-READ
               END-PERFORM
               CLOSE STAFF-VISIT-FILE
           END-IF

           OPEN INPUT VISITOR-FILE
           IF WS-VISITOR-STATUS = "00"
               MOVE 'N' TO WS-SWP-EOF
               PERFORM UNTIL WS-SWP-EOF = 'Y'
                   READ VISITOR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SWP-EOF
                       NOT AT END
                           MOVE VST-LOT-ID TO WS-SWP-C-LOT
                           MOVE SPACES TO WS-SWP-C-HOLDER
                           STRING "V" VST-PASS-ID
                                  DELIMITED BY SIZE
                                  INTO WS-SWP-C-HOLDER
                           END-STRING
                           MOVE VST-LICENSE-PLATE TO WS-SWP-C-PLATE
                           MOVE VST-TIME-OF-ENTRY TO WS-SWP-C-ENTRY
                           MOVE VST-TIME-OF-EXIT TO WS-SWP-C-EXIT
                           PERFORM SWP-CONSIDER-VISIT
                   END-READ
               END-PERFORM
               CLOSE VISITOR-FILE
           END-IF
           .

      * EVERY VISIT IN WHICHEVER PARKING-FILE IS OPEN
       SWP-SCAN-PARKING-FILE.
           MOVE 'N' TO WS-SWP-EOF
           PERFORM UNTIL WS-SWP-EOF = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SWP-EOF
                   NOT AT END
                       MOVE LOT-ID TO WS-SWP-C-LOT
                       MOVE STUDENT-NUMBER TO WS-SWP-C-HOLDER
                       MOVE LICENSE-PLATE TO WS-SWP-C-PLATE
                       MOVE TIME-OF-ENTRY TO WS-SWP-C-ENTRY
                       MOVE TIME-OF-EXIT TO WS-SWP-C-EXIT
                       PERFORM SWP-CONSIDER-VISIT
               END-READ
           END-PERFORM
           .

      * KEEPS THE STAGED VISIT IF ITS LOT WAS SWEPT AND IT WAS OPEN AT
      * SOME POINT BETWEEN THE FIRST AND LAST SIGHTING THERE
       SWP-CONSIDER-VISIT.
           MOVE WS-SWP-C-LOT TO WS-SWP-KEY-LOT
           PERFORM SWP-FIND-LOT
           IF WS-SWP-LX = 0
               OR WS-SWP-C-ENTRY = SPACES
               OR WS-SWP-C-ENTRY > WS-SWP-L-END(WS-SWP-LX)
               EXIT PARAGRAPH
           END-IF
           IF WS-SWP-C-EXIT NOT = SPACES
               AND WS-SWP-C-EXIT < WS-SWP-L-START(WS-SWP-LX)
               EXIT PARAGRAPH
           END-IF
           IF WS-SWP-VISIT-CNT NOT < 500
               ADD 1 TO WS-SWP-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SWP-C-SLOT
           MOVE 'N' TO WS-SWP-C-SEEN
           ADD 1 TO WS-SWP-VISIT-CNT
           MOVE WS-SWP-CAND TO WS-SWP-VISIT(WS-SWP-VISIT-CNT)
           .

      * THE SLOT MAP SAYS WHICH SPACE EACH STILL-OPEN VISIT WAS GIVEN
       SWP-PLACE-SLOTS.
           OPEN INPUT SLOT-FILE
           IF WS-SLOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SWP-LX FROM 1 BY 1
                   UNTIL WS-SWP-LX > WS-SWP-LOT-CNT
               MOVE WS-SWP-L-ID(WS-SWP-LX) TO SLT-LOT-ID
               MOVE 0 TO SLT-SLOT-NUMBER
               MOVE 'N' TO WS-SWP-EOF
               START SLOT-FILE KEY IS >= SLT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SWP-EOF
               END-START
               PERFORM UNTIL WS-SWP-EOF = 'Y'
                   READ SLOT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SWP-EOF
                       NOT AT END
                           IF SLT-LOT-ID NOT = WS-SWP-L-ID(WS-SWP-LX)
                               MOVE 'Y' TO WS-SWP-EOF
                           ELSE
                               IF SLT-OCCUPIED-BY NOT = SPACES
                                   PERFORM SWP-PLACE-ONE-SLOT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM
           CLOSE SLOT-FILE
           .

       SWP-PLACE-ONE-SLOT.
           PERFORM VARYING WS-SWP-VX FROM 1 BY 1
                   UNTIL WS-SWP-VX > WS-SWP-VISIT-CNT
               IF WS-SWP-V-HOLDER(WS-SWP-VX) = SLT-OCCUPIED-BY
                   AND WS-SWP-V-LOT(WS-SWP-VX) = SLT-LOT-ID
                   AND WS-SWP-V-EXIT(WS-SWP-VX) = SPACES
                   MOVE SLT-SLOT-NUMBER TO WS-SWP-V-SLOT(WS-SWP-VX)
               END-IF
           END-PERFORM
           .

      * ONE SIGHTING AGAINST THE VISITS OPEN IN ITS LOT AT THE MOMENT
      * IT WAS SEEN. A SIGHTING IN A NUMBERED SLOT OTHER THAN THE ONE
      * ON THE SLOT MAP IS A WRONG-SLOT EXCEPTION; NO SLOT ON EITHER
      * SIDE IS NOT
       SWP-MATCH-SIGHTING.
           MOVE 0 TO WS-SWP-HIT
           PERFORM VARYING WS-SWP-VX FROM 1 BY 1
                   UNTIL WS-SWP-VX > WS-SWP-VISIT-CNT
               IF WS-SWP-HIT = 0
                   AND WS-SWP-V-LOT(WS-SWP-VX) = WS-SWP-S-LOT(WS-SWP-SX)
                   AND WS-SWP-V-PLATE(WS-SWP-VX)
                       = WS-SWP-S-PLATE(WS-SWP-SX)
                   AND WS-SWP-V-ENTRY(WS-SWP-VX)
                       NOT > WS-SWP-S-AT(WS-SWP-SX)
                   AND (WS-SWP-V-EXIT(WS-SWP-VX) = SPACES
                       OR WS-SWP-V-EXIT(WS-SWP-VX)
                           NOT < WS-SWP-S-AT(WS-SWP-SX))
                   MOVE WS-SWP-VX TO WS-SWP-HIT
               END-IF
           END-PERFORM
           MOVE WS-SWP-S-PLATE(WS-SWP-SX) TO WS-SWP-KEY-PLATE
           MOVE WS-SWP-S-AT(WS-SWP-SX) TO WS-SWP-KEY-AT
           MOVE WS-SWP-S-LOT(WS-SWP-SX) TO WS-SWP-KEY-LOT
           PERFORM SWP-FIND-LOT
           MOVE WS-SWP-S-SLOT(WS-SWP-SX) TO WS-SWP-KEY-SEEN
           MOVE WS-SWP-S-GUARD(WS-SWP-SX) TO WS-SWP-KEY-GUARD
           IF WS-SWP-HIT = 0
               MOVE 0 TO WS-SWP-KEY-ASSIGNED
               MOVE SPACES TO WS-SWP-KEY-HOLDER
      * WHOSE VEHICLE IT IS, IF IT HAS EVER PARKED WITH US
               MOVE WS-SWP-KEY-PLATE TO LICENSE-PLATE
               READ PARKING-FILE KEY IS LICENSE-PLATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-NUMBER TO WS-SWP-KEY-HOLDER
               END-READ
               MOVE "NOVISIT" TO WS-SWP-RESULT
               MOVE "LOG-VIOLATION - GATE BYPASS?" TO WS-SWP-ACTION
               ADD 1 TO WS-SWP-NOVISIT
           ELSE
               MOVE 'Y' TO WS-SWP-V-SEEN(WS-SWP-HIT)
               MOVE WS-SWP-V-SLOT(WS-SWP-HIT) TO WS-SWP-KEY-ASSIGNED
               MOVE WS-SWP-V-HOLDER(WS-SWP-HIT) TO WS-SWP-KEY-HOLDER
               IF WS-SWP-KEY-SEEN NOT = 0
                   AND WS-SWP-KEY-ASSIGNED NOT = 0
                   AND WS-SWP-KEY-SEEN NOT = WS-SWP-KEY-ASSIGNED
                   MOVE "WRONGSLT" TO WS-SWP-RESULT
                   MOVE "MOVE VEHICLE OR CORRECT SLOT" TO WS-SWP-ACTION
                   ADD 1 TO WS-SWP-WRONGSLOT
               ELSE
                   MOVE "SEEN" TO WS-SWP-RESULT
                   MOVE SPACES TO WS-SWP-ACTION
                   ADD 1 TO WS-SWP-MATCHED
               END-IF
           END-IF
           PERFORM SWP-RECORD-RESULT
           .

      * A VISIT THE SWEEP NEVER SAW. ONLY ONE OPEN FOR THE WHOLE SWEEP
      * COUNTS - A VEHICLE THAT CAME IN OR LEFT WHILE THE GUARD WAS
      * WALKING THE ROWS MAY SIMPLY HAVE BEEN MISSED
       SWP-CHECK-UNSEEN.
           IF WS-SWP-V-SEEN(WS-SWP-VX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SWP-V-LOT(WS-SWP-VX) TO WS-SWP-KEY-LOT
           PERFORM SWP-FIND-LOT
           IF WS-SWP-V-ENTRY(WS-SWP-VX) > WS-SWP-L-START(WS-SWP-LX)
               EXIT PARAGRAPH
           END-IF
           IF WS-SWP-V-EXIT(WS-SWP-VX) NOT = SPACES
               AND WS-SWP-V-EXIT(WS-SWP-VX) < WS-SWP-L-END(WS-SWP-LX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SWP-V-PLATE(WS-SWP-VX) TO WS-SWP-KEY-PLATE
           MOVE WS-SWP-L-END(WS-SWP-LX) TO WS-SWP-KEY-AT
           MOVE 0 TO WS-SWP-KEY-SEEN
           MOVE WS-SWP-V-SLOT(WS-SWP-VX) TO WS-SWP-KEY-ASSIGNED
           MOVE WS-SWP-V-HOLDER(WS-SWP-VX) TO WS-SWP-KEY-HOLDER
           MOVE SPACES TO WS-SWP-KEY-GUARD
           MOVE "UNSEEN" TO WS-SWP-RESULT
           MOVE "FORCE-CLOSE - STUCK RECORD?" TO WS-SWP-ACTION
           ADD 1 TO WS-SWP-UNSEEN
           PERFORM SWP-RECORD-RESULT
           .

      * FILES ONE RESULT ON THE SWEEP HISTORY AND, FOR AN EXCEPTION,
      * PRINTS IT WITH THE NUMBER OF EARLIER SWEEPS THAT FLAGGED THE
      * SAME PLATE
       SWP-RECORD-RESULT.
           MOVE 0 TO WS-SWP-PRIOR
           IF WS-SWP-HIST-OK = 'Y'
               PERFORM SWP-FILE-HISTORY
           END-IF
           IF WS-SWP-RESULT = "SEEN"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SWR-LINE-TEXT
           STRING WS-SWP-RESULT " | " WS-SWP-KEY-LOT " | "
                  WS-SWP-KEY-PLATE " | " WS-SWP-KEY-SEEN " | "
                  WS-SWP-KEY-ASSIGNED " | " WS-SWP-KEY-HOLDER " | "
                  WS-SWP-KEY-AT " | " WS-SWP-PRIOR "  | "
                  WS-SWP-ACTION
                  DELIMITED BY SIZE
                  INTO SWR-LINE-TEXT
           END-STRING
           WRITE SWEEP-RPT-RECORD
           .

      * COUNTS THE PLATE'S EARLIER EXCEPTIONS, THEN WRITES (OR, ON A
      * RERUN, REWRITES) THIS RESULT
       SWP-FILE-HISTORY.
           IF WS-SWP-RESULT NOT = "SEEN"
               MOVE WS-SWP-KEY-PLATE TO SWH-PLATE
               MOVE LOW-VALUES TO SWH-SWEEP-AT
               MOVE LOW-VALUES TO SWH-LOT-ID
               MOVE 'N' TO WS-SWP-HIST-EOF
               START SWEEP-HIST-FILE KEY IS >= SWH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SWP-HIST-EOF
               END-START
               PERFORM UNTIL WS-SWP-HIST-EOF = 'Y'
                   READ SWEEP-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SWP-HIST-EOF
                       NOT AT END
                           IF SWH-PLATE NOT = WS-SWP-KEY-PLATE
                               MOVE 'Y' TO WS-SWP-HIST-EOF
                           ELSE
                               PERFORM SWP-COUNT-PRIOR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE WS-SWP-KEY-PLATE TO SWH-PLATE
           MOVE WS-SWP-KEY-AT TO SWH-SWEEP-AT
           MOVE WS-SWP-KEY-LOT TO SWH-LOT-ID
           MOVE WS-SWP-RESULT TO SWH-RESULT
           MOVE WS-SWP-KEY-SEEN TO SWH-SLOT-SEEN
           MOVE WS-SWP-KEY-ASSIGNED TO SWH-SLOT-ASSIGNED
           MOVE WS-SWP-KEY-HOLDER TO SWH-HOLDER
           MOVE WS-SWP-KEY-GUARD TO SWH-GUARD
           MOVE WS-TODAY-DATE TO SWH-RUN-ON
           WRITE SWEEP-HIST-RECORD
               INVALID KEY
                   REWRITE SWEEP-HIST-RECORD
           END-WRITE
           .

      * AN EARLIER EXCEPTION FOR THE PLATE FROM AN EARLIER SWEEP OF
      * ANY LOT - NOT THIS SWEEP'S OWN LINES WRITTEN BY A RERUN
       SWP-COUNT-PRIOR.
           IF SWH-RESULT NOT = "SEEN"
               AND SWH-SWEEP-AT < WS-SWP-L-START(WS-SWP-LX)
               ADD 1 TO WS-SWP-PRIOR
           END-IF
           .

      * THE ROSTER LOAD DROPPED THIS STUDENT - START THE RETENTION
      * CLOCK. A SECOND DROP KEEPS THE FIRST DATE
       RECORD-ROSTER-DEPARTURE.
           OPEN I-O DEPARTED-FILE
           IF WS-DEPARTED-STATUS = "35"
               OPEN OUTPUT DEPARTED-FILE
               CLOSE DEPARTED-FILE
               OPEN I-O DEPARTED-FILE
           END-IF
           IF WS-DEPARTED-STATUS NOT = "00"
               STRING "Departed Open Error: " WS-DEPARTED-STATUS
                   INTO WS-FILE-ERROR
               MOVE "RECORD-ROSTER-DEPARTURE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE RTR-STUDENT-NUMBER TO DEP-STUDENT-NUMBER
           MOVE SPACES TO DEP-DROPPED-ON
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO DEP-DROPPED-ON
           END-STRING
           MOVE SPACES TO DEP-ANONYMIZED-ON
           MOVE SPACES TO DEP-APPROVED-BY
           WRITE DEPARTED-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE DEPARTED-FILE
           .

      * A STUDENT BACK ON THE ROSTER IS NO LONGER DEPARTED
       CLEAR-ROSTER-DEPARTURE.
           OPEN I-O DEPARTED-FILE
           IF WS-DEPARTED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RTR-STUDENT-NUMBER TO DEP-STUDENT-NUMBER
           READ DEPARTED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE DEPARTED-FILE RECORD
           END-READ
           CLOSE DEPARTED-FILE
           .

      * MENU OPTION (SUPERVISOR) - ANSWERS A DATA SUBJECT ACCESS
      * REQUEST UNDER THE DATA PRIVACY ACT: EVERY RECORD HELD UNDER
      * ONE STUDENT NUMBER - ROSTER, VEHICLE PROFILE, VISITS (CURRENT
      * AND UNSEALED PRIOR PERIODS), VISIT HISTORY, CITATIONS, AUDIT
      * TRAIL AND SECURITY ALERTS ON THEIR PLATES - ON ONE PRINTED
      * REPORT, PERSONAL-DATA-<STUDENT NUMBER>.rpt
       PERSONAL-DATA-EXTRACT.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO WS-DPA-STUDENT
           MOVE SPACES TO WS-DPA-RPT-FILENAME
           STRING "PERSONAL-DATA-" WS-DPA-STUDENT ".rpt"
                  DELIMITED BY SIZE
                  INTO WS-DPA-RPT-FILENAME
           END-STRING
           OPEN OUTPUT DPA-REPORT-FILE
           IF WS-DPARPT-STATUS NOT = "00"
               STRING "Personal Data Report Open Error: "
                   WS-DPARPT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PERSONAL-DATA-EXTRACT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO WS-DPA-MODE
           MOVE 0 TO WS-DPA-PLATE-CNT
           MOVE 0 TO WS-DPA-PLATE-LOST
           MOVE 0 TO WS-DPA-TOKEN-CNT
           MOVE 0 TO WS-DPA-TOTAL
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-DPA-TODAY
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-DPA-TODAY
           END-STRING
           MOVE '1' TO DPR-CARRIAGE-CONTROL
           MOVE SPACES TO DPR-LINE-TEXT
           STRING "PUP-TAGUIG STUDENT PARKING SYSTEM - PERSONAL DATA "
                  "HELD FOR STUDENT " WS-DPA-STUDENT
                  DELIMITED BY SIZE
                  INTO DPR-LINE-TEXT
           END-STRING
           WRITE DPA-REPORT-RECORD
           MOVE ' ' TO DPR-CARRIAGE-CONTROL
           MOVE SPACES TO DPR-LINE-TEXT
           STRING "Prepared: " WS-DPA-TODAY "   By: " WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO DPR-LINE-TEXT
           END-STRING
           WRITE DPA-REPORT-RECORD

           PERFORM DPA-EXTRACT-ROSTER
           PERFORM DPA-PROFILE
           PERFORM DPA-TAGS
           PERFORM DPA-VEHICLE-DOCS
           PERFORM DPA-PERMIT-APPS
           PERFORM DPA-DISCOUNTS
           MOVE "PARKING VISITS (CURRENT AND OPEN PERIODS)"
               TO WS-DPA-LINE
           PERFORM DPA-SECTION-HEADING
           MOVE 0 TO WS-DPA-VISITS
           PERFORM DPA-WALK-PARKING-FILES
           PERFORM DPA-SECTION-COUNT-VISITS
           MOVE "VISIT HISTORY" TO WS-DPA-LINE
           PERFORM DPA-SECTION-HEADING
           MOVE 0 TO WS-DPA-HIST
           PERFORM DPA-HISTORY
           MOVE WS-DPA-HIST TO WS-DPA-COUNT
           PERFORM DPA-SECTION-COUNT
           MOVE "CITATIONS" TO WS-DPA-LINE
           PERFORM DPA-SECTION-HEADING
           MOVE 0 TO WS-DPA-CITES
           PERFORM DPA-CITATIONS
           MOVE WS-DPA-CITES TO WS-DPA-COUNT
           PERFORM DPA-SECTION-COUNT
           PERFORM DPA-EXTRACT-AUDIT
           PERFORM DPA-EXTRACT-ALERTS
           IF WS-DPA-PLATE-LOST > 0
               MOVE SPACES TO DPR-LINE-TEXT
               STRING "NOTE: MORE PLATES THAN SHOWN - "
                      WS-DPA-PLATE-LOST
                      " FURTHER PLATE(S) NOT SEARCHED IN THE LOGS"
                      DELIMITED BY SIZE
                      INTO DPR-LINE-TEXT
               END-STRING
               WRITE DPA-REPORT-RECORD
           END-IF

           MOVE SPACES TO DPR-LINE-TEXT
           WRITE DPA-REPORT-RECORD
           MOVE SPACES TO DPR-LINE-TEXT
           STRING "TOTAL RECORDS HELD: " WS-DPA-TOTAL
                  DELIMITED BY SIZE
                  INTO DPR-LINE-TEXT
           END-STRING
           WRITE DPA-REPORT-RECORD
           CLOSE DPA-REPORT-FILE
           DISPLAY "Personal data extract written to "
                   FUNCTION TRIM(WS-DPA-RPT-FILENAME) " - "
                   WS-DPA-TOTAL " record(s)."

           MOVE WS-DPA-STUDENT TO STUDENT-NUMBER
           MOVE "DPA-EXTRCT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "RECORDS:" WS-DPA-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * A BLANK LINE AND THE SECTION TITLE IN WS-DPA-LINE
       DPA-SECTION-HEADING.
           MOVE SPACES TO DPR-LINE-TEXT
           WRITE DPA-REPORT-RECORD
           MOVE WS-DPA-LINE TO DPR-LINE-TEXT
           WRITE DPA-REPORT-RECORD
           MOVE ALL "-" TO DPR-LINE-TEXT(1:60)
           WRITE DPA-REPORT-RECORD
           .

      * THE SECTION'S RECORD COUNT IN WS-DPA-COUNT, ADDED TO THE TOTAL
       DPA-SECTION-COUNT.
           ADD WS-DPA-COUNT TO WS-DPA-TOTAL
           MOVE SPACES TO DPR-LINE-TEXT
           IF WS-DPA-COUNT = 0
               MOVE "  (none held)" TO DPR-LINE-TEXT
           ELSE
               STRING "  " WS-DPA-COUNT " record(s)"
                      DELIMITED BY SIZE
                      INTO DPR-LINE-TEXT
               END-STRING
           END-IF
           WRITE DPA-REPORT-RECORD
           .

       DPA-SECTION-COUNT-VISITS.
           MOVE WS-DPA-VISITS TO WS-DPA-COUNT
           PERFORM DPA-SECTION-COUNT
           .

      * THE REGISTRAR'S ROSTER ENTRY AND ANY DEPARTURE ON FILE
       DPA-EXTRACT-ROSTER.
           MOVE "REGISTRAR ROSTER" TO WS-DPA-LINE
           PERFORM DPA-SECTION-HEADING
           MOVE 0 TO WS-DPA-COUNT
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE WS-DPA-STUDENT TO MST-STUDENT-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-DPA-COUNT
                       MOVE SPACES TO DPR-LINE-TEXT
                       STRING "  NAME: " MST-STUDENT-NAME
                              "  PLATE: " MST-LICENSE-PLATE
                              "  MOBILE: " MST-MOBILE
                              "  COLLEGE: " MST-COLLEGE
                              DELIMITED BY SIZE
                              INTO DPR-LINE-TEXT
                       END-STRING
                       WRITE DPA-REPORT-RECORD
                       MOVE MST-LICENSE-PLATE TO WS-DPA-PLATE-IN
                       PERFORM DPA-NOTE-PLATE
               END-READ
               CLOSE STUDENT-MASTER-FILE
           END-IF
           OPEN INPUT DEPARTED-FILE
           IF WS-DEPARTED-STATUS = "00"
               MOVE WS-DPA-STUDENT TO DEP-STUDENT-NUMBER
               READ DEPARTED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-DPA-COUNT
                       MOVE SPACES TO DPR-LINE-TEXT
                       STRING "  DROPPED FROM ROSTER: " DEP-DROPPED-ON
                              "  ANONYMIZED: " DEP-ANONYMIZED-ON
                              DELIMITED BY SIZE
                              INTO DPR-LINE-TEXT
                       END-STRING
                       WRITE DPA-REPORT-RECORD
               END-READ
               CLOSE DEPARTED-FILE
           END-IF
           PERFORM DPA-SECTION-COUNT
           .

      * THE VEHICLE PROFILE - PRINTED, OR BLANKED WHEN ANONYMIZING
       DPA-PROFILE.
           MOVE 'N' TO WS-DPA-PROFILE
           IF WS-DPA-MODE = 'X'
               MOVE "VEHICLE PROFILE" TO WS-DPA-LINE
               PERFORM DPA-SECTION-HEADING
               OPEN INPUT PROFILE-FILE
           ELSE
               OPEN I-O PROFILE-FILE
           END-IF
           IF WS-PROFILE-STATUS = "00"
               MOVE WS-DPA-STUDENT TO PRF-STUDENT-NUMBER
               READ PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DPA-PROFILE
                       MOVE PRF-PLATE TO WS-DPA-PLATE-IN
                       PERFORM DPA-NOTE-PLATE
                       IF WS-DPA-MODE = 'X'
                           MOVE SPACES TO DPR-LINE-TEXT
                           STRING "  MODEL: " PRF-MODEL
                                  "  COLOR: " PRF-COLOR
                                  "  PLATE: " PRF-PLATE
                                  DELIMITED BY SIZE
                                  INTO DPR-LINE-TEXT
                           END-STRING
                           WRITE DPA-REPORT-RECORD
                       ELSE
                           MOVE SPACES TO PRF-MODEL
                           MOVE SPACES TO PRF-COLOR
                           MOVE SPACES TO PRF-PLATE
                           REWRITE PROFILE-RECORD
                       END-IF
               END-READ
               CLOSE PROFILE-FILE
           END-IF
           IF WS-DPA-MODE = 'X'
               MOVE 0 TO WS-DPA-COUNT
               IF WS-DPA-PROFILE = 'Y'
                   MOVE 1 TO WS-DPA-COUNT
               END-IF
               PERFORM DPA-SECTION-COUNT
           END-IF
           .

      * THE STUDENT'S VISITS IN THE CURRENT PERIOD'S FILE AND EVERY
      * UNSEALED PRIOR PERIOD'S (A SEALED PERIOD HOLDS NONE - ITS
      * CLOSED VISITS WENT TO THE HISTORY FILE AND ITS OPEN ONES WERE
      * CARRIED FORWARD), THE SAME WALK COUNT-PARKED-SLOTS MAKES
       DPA-WALK-PARKING-FILES.
           PERFORM DPA-PARKING-ONE-FILE
           CLOSE PARKING-FILE
           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           MOVE 0 TO WS-PRIOR-PERIOD-TRIES
           PERFORM UNTIL WS-PRIOR-PERIOD-TRIES = WS-PRIOR-MONTH-LIMIT
               ADD 1 TO WS-PRIOR-PERIOD-TRIES
               PERFORM DECREMENT-PARKING-PERIOD
               PERFORM BUILD-PARKING-FILENAME
               IF WS-DPA-MODE = 'A'
                   PERFORM OPEN-UNSEALED-PRIOR-IO
               ELSE
                   PERFORM OPEN-UNSEALED-PRIOR-INPUT
               END-IF
               IF WS-FILE-STATUS = "00"
                   PERFORM DPA-PARKING-ONE-FILE
                   CLOSE PARKING-FILE
               END-IF
           END-PERFORM
           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "DPA-WALK-PARKING-FILES" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * THE STUDENT'S RECORDS IN WHICHEVER PARKING-FILE IS OPEN. THE
      * PLATE IS PART OF THE KEY, SO MASKING ONE MEANS DELETING THE
      * RECORD AND WRITING IT BACK UNDER THE MASKED KEY - THE KEYS ARE
      * COLLECTED FIRST SO THE WALK NEVER TRIPS OVER ITS OWN WRITES
       DPA-PARKING-ONE-FILE.
           MOVE 0 TO WS-DPA-KEY-CNT
           MOVE WS-DPA-STUDENT TO STUDENT-NUMBER
           MOVE LOW-VALUES TO PARK-PLATE-KEY
           MOVE 'N' TO WS-DPA-EOF
           START PARKING-FILE KEY IS >= PARK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DPA-EOF
           END-START
           PERFORM UNTIL WS-DPA-EOF = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DPA-EOF
                   NOT AT END
                       IF STUDENT-NUMBER NOT = WS-DPA-STUDENT
                           MOVE 'Y' TO WS-DPA-EOF
                       ELSE
                           IF WS-DPA-MODE = 'X'
                               PERFORM DPA-PRINT-VISIT
                           ELSE
                               IF WS-DPA-KEY-CNT < 100
                                   ADD 1 TO WS-DPA-KEY-CNT
                                   MOVE PARK-KEY
                                       TO WS-DPA-KEY(WS-DPA-KEY-CNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-DPA-KX FROM 1 BY 1
                   UNTIL WS-DPA-KX > WS-DPA-KEY-CNT
               PERFORM DPA-MASK-PARKING-VISIT
           END-PERFORM
           .

       DPA-PRINT-VISIT.
           ADD 1 TO WS-DPA-VISITS
           MOVE LICENSE-PLATE TO WS-DPA-PLATE-IN
           PERFORM DPA-NOTE-PLATE
           MOVE FEE-AMOUNT TO WS-DPA-FEE-DISPLAY
           MOVE SPACES TO DPR-LINE-TEXT
           STRING "  " STUDENT-NAME " | " LICENSE-PLATE " | "
                  MOTORCYCLE-MODEL " | " MOTORCYCLE-COLOR " | "
                  LOT-ID " | " TIME-OF-ENTRY(1:16) " - "
                  TIME-OF-EXIT(1:16) " | " WS-DPA-FEE-DISPLAY
                  DELIMITED BY SIZE
                  INTO DPR-LINE-TEXT
           END-STRING
           WRITE DPA-REPORT-RECORD
           .

      * NAME BLANKED, PLATE MASKED; THE FEE, LOT AND TIMES STAY, SO
      * REVENUE AND OCCUPANCY FIGURES STILL ADD UP
       DPA-MASK-PARKING-VISIT.
           MOVE WS-DPA-KEY(WS-DPA-KX) TO PARK-KEY
           READ PARKING-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF LICENSE-PLATE(1:4) = "****"
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-NAME TO WS-DPA-TOKEN-IN
           PERFORM DPA-ADD-TOKEN
           MOVE LICENSE-PLATE TO WS-DPA-PLATE-IN
           PERFORM DPA-NOTE-PLATE
           DELETE PARKING-FILE RECORD
           PERFORM JOURNAL-PARKING-DEL
           IF WS-FILE-STATUS NOT = "00"
               STRING "Anonymize Delete Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "DPA-MASK-PARKING-VISIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STUDENT-NAME
           MOVE WS-DPA-MASK TO LICENSE-PLATE
           MOVE WS-DPA-MASK TO PARK-PLATE-KEY
           WRITE PARKING-RECORD
           PERFORM JOURNAL-PARKING-ADD
           IF WS-FILE-STATUS NOT = "00"
               STRING "Anonymize Write Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "DPA-MASK-PARKING-VISIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DPA-VISITS
           .

      * THE ARCHIVED VISITS - PRINTED, OR MASKED IN PLACE (THE PLATE
      * IS NOT PART OF THE HISTORY KEY)
       DPA-HISTORY.
           IF WS-DPA-MODE = 'X'
               OPEN INPUT HISTORY-FILE
           ELSE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DPA-STUDENT TO HIST-STUDENT-NUMBER
           MOVE LOW-VALUES TO HIST-TIME-OF-ENTRY
           MOVE 'N' TO WS-DPA-EOF
           START HISTORY-FILE KEY IS >= HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DPA-EOF
           END-START
           PERFORM UNTIL WS-DPA-EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DPA-EOF
                   NOT AT END
                       IF HIST-STUDENT-NUMBER NOT = WS-DPA-STUDENT
                           MOVE 'Y' TO WS-DPA-EOF
                       ELSE
                           PERFORM DPA-HISTORY-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       DPA-HISTORY-ONE.
           IF WS-DPA-MODE = 'X'
               ADD 1 TO WS-DPA-HIST
               MOVE HIST-LICENSE-PLATE TO WS-DPA-PLATE-IN
               PERFORM DPA-NOTE-PLATE
               MOVE HIST-FEE-AMOUNT TO WS-DPA-FEE-DISPLAY
               MOVE SPACES TO DPR-LINE-TEXT
               STRING "  " HIST-STUDENT-NAME " | " HIST-LICENSE-PLATE
                      " | " HIST-MOTORCYCLE-MODEL " | "
                      HIST-MOTORCYCLE-COLOR " | " HIST-LOT-ID " | "
                      HIST-TIME-OF-ENTRY(1:16) " - "
                      HIST-TIME-OF-EXIT(1:16) " | " WS-DPA-FEE-DISPLAY
                      DELIMITED BY SIZE
                      INTO DPR-LINE-TEXT
               END-STRING
               WRITE DPA-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF HIST-LICENSE-PLATE(1:4) = "****"
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-STUDENT-NAME TO WS-DPA-TOKEN-IN
           PERFORM DPA-ADD-TOKEN
           MOVE HIST-LICENSE-PLATE TO WS-DPA-PLATE-IN
           PERFORM DPA-NOTE-PLATE
           MOVE SPACES TO HIST-STUDENT-NAME
           MOVE WS-DPA-MASK TO HIST-LICENSE-PLATE
           REWRITE HISTORY-RECORD
           IF WS-HISTORY-STATUS = "00"
               ADD 1 TO WS-DPA-HIST
           END-IF
           .

      * CITATIONS - PRINTED, OR WITH THE STUDENT'S PLATES MASKED OUT
      * OF THE DESCRIPTION. THE FINE AND ITS SETTLEMENT ARE KEPT
       DPA-CITATIONS.
           IF WS-DPA-MODE = 'X'
               OPEN INPUT VIOLATION-FILE
           ELSE
               OPEN I-O VIOLATION-FILE
           END-IF
           IF WS-VIOLATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DPA-STUDENT TO VIO-STUDENT-NUMBER
           MOVE 'N' TO WS-DPA-EOF
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-DPA-EOF
           END-START
           PERFORM UNTIL WS-DPA-EOF = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DPA-EOF
                   NOT AT END
                       IF VIO-STUDENT-NUMBER NOT = WS-DPA-STUDENT
                           MOVE 'Y' TO WS-DPA-EOF
                       ELSE
                           PERFORM DPA-CITATION-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           .

       DPA-CITATION-ONE.
           ADD 1 TO WS-DPA-CITES
           IF WS-DPA-MODE = 'X'
               MOVE VIO-FINE-AMOUNT TO WS-DPA-FEE-DISPLAY
               MOVE SPACES TO DPR-LINE-TEXT
               STRING "  " VIO-VIOLATION-DATE " " VIO-TIME-LOGGED
                      " | " VIO-VIOLATION-TYPE " | " VIO-DESCRIPTION
                      " | " VIO-ISSUED-BY " | " WS-DPA-FEE-DISPLAY
                      " | " VIO-SETTLED
                      DELIMITED BY SIZE
                      INTO DPR-LINE-TEXT
               END-STRING
               WRITE DPA-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DPA-PX FROM 1 BY 1
                   UNTIL WS-DPA-PX > WS-DPA-PLATE-CNT
               MOVE WS-DPA-P-LEN(WS-DPA-PX) TO WS-DPA-LEN
               INSPECT VIO-DESCRIPTION REPLACING ALL
                   WS-DPA-P-PLATE(WS-DPA-PX)(1:WS-DPA-LEN)
                   BY WS-DPA-STARS(1:WS-DPA-LEN)
           END-PERFORM
           REWRITE VIOLATION-RECORD
           .

      * AUDIT TRAIL LINES CARRYING THE STUDENT NUMBER
       DPA-EXTRACT-AUDIT.
           MOVE "AUDIT TRAIL" TO WS-DPA-LINE
           PERFORM DPA-SECTION-HEADING
           MOVE 0 TO WS-DPA-COUNT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE 'N' TO WS-DPA-EOF
               PERFORM UNTIL WS-DPA-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-DPA-EOF
                       NOT AT END
                           IF AUDIT-RECORD(42:11) = WS-DPA-STUDENT
                               MOVE AUDIT-RECORD TO WS-DPA-LINE
                               PERFORM DPA-PRINT-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM DPA-SECTION-COUNT
           .

      * SECURITY ALERTS RAISED ON ANY PLATE FOUND UNDER THE STUDENT
       DPA-EXTRACT-ALERTS.
           MOVE "SECURITY ALERTS ON THE STUDENT'S PLATES"
               TO WS-DPA-LINE
           PERFORM DPA-SECTION-HEADING
           MOVE 0 TO WS-DPA-COUNT
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               MOVE 'N' TO WS-DPA-EOF
               PERFORM UNTIL WS-DPA-EOF = 'Y'
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-DPA-EOF
                       NOT AT END
                           MOVE ALERT-RECORD TO WS-DPA-LINE
                           MOVE 0 TO WS-DPA-HITS
                           PERFORM VARYING WS-DPA-PX FROM 1 BY 1
                                   UNTIL WS-DPA-PX > WS-DPA-PLATE-CNT
                               MOVE WS-DPA-P-LEN(WS-DPA-PX)
                                   TO WS-DPA-LEN
                               INSPECT WS-DPA-LINE TALLYING WS-DPA-HITS
                                   FOR ALL WS-DPA-P-PLATE(WS-DPA-PX)
                                       (1:WS-DPA-LEN)
                           END-PERFORM
                           IF WS-DPA-HITS > 0
                               PERFORM DPA-PRINT-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           PERFORM DPA-SECTION-COUNT
           .

      * ONE LOG LINE (UP TO 200 BYTES) OVER ONE OR TWO REPORT LINES
       DPA-PRINT-LOG-LINE.
           ADD 1 TO WS-DPA-COUNT
           MOVE SPACES TO DPR-LINE-TEXT
           STRING "  " WS-DPA-LINE(1:129)
                  DELIMITED BY SIZE
                  INTO DPR-LINE-TEXT
           END-STRING
           WRITE DPA-REPORT-RECORD
           IF WS-DPA-LINE(130:71) NOT = SPACES
               MOVE SPACES TO DPR-LINE-TEXT
               STRING "    " WS-DPA-LINE(130:71)
                      DELIMITED BY SIZE
                      INTO DPR-LINE-TEXT
               END-STRING
               WRITE DPA-REPORT-RECORD
           END-IF
           .

      * ADDS WS-DPA-PLATE-IN TO THE STUDENT'S PLATE LIST (AND THE
      * RUN'S MASK LIST) AND SETS WS-DPA-MASK TO ITS "****nn" MASK
       DPA-NOTE-PLATE.
           MOVE SPACES TO WS-DPA-MASK
           IF WS-DPA-PLATE-IN = SPACES
               OR WS-DPA-PLATE-IN(1:4) = "****"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DPA-KX
           PERFORM VARYING WS-DPA-PX FROM 1 BY 1
                   UNTIL WS-DPA-PX > WS-DPA-PLATE-CNT
               IF WS-DPA-P-PLATE(WS-DPA-PX) = WS-DPA-PLATE-IN
                   MOVE WS-DPA-PX TO WS-DPA-KX
               END-IF
           END-PERFORM
           IF WS-DPA-KX = 0
               IF WS-DPA-PLATE-CNT >= 99
                   ADD 1 TO WS-DPA-PLATE-LOST
                   MOVE WS-DPA-PLATE-IN TO WS-DPA-TOKEN-IN
                   PERFORM DPA-ADD-TOKEN
                   MOVE "******" TO WS-DPA-MASK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DPA-PLATE-CNT
               MOVE WS-DPA-PLATE-CNT TO WS-DPA-KX
               MOVE WS-DPA-PLATE-IN TO WS-DPA-P-PLATE(WS-DPA-KX)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DPA-PLATE-IN
                   TRAILING)) TO WS-DPA-P-LEN(WS-DPA-KX)
               MOVE WS-DPA-PLATE-IN TO WS-DPA-TOKEN-IN
               PERFORM DPA-ADD-TOKEN
           END-IF
           MOVE WS-DPA-KX TO WS-DPA-PX
           STRING "****" WS-DPA-PX
                  DELIMITED BY SIZE
                  INTO WS-DPA-MASK
           END-STRING
           .

      * ADDS A NAME OR PLATE TO THE RUN'S MASK LIST - ANYTHING UNDER
      * THREE CHARACTERS WOULD MASK INNOCENT TEXT, SO IT IS LEFT OUT
       DPA-ADD-TOKEN.
           IF WS-DPA-TOKEN-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DPA-TOKEN-IN
               TRAILING)) TO WS-DPA-LEN
           IF WS-DPA-LEN < 3
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DPA-TX FROM 1 BY 1
                   UNTIL WS-DPA-TX > WS-DPA-TOKEN-CNT
               IF WS-DPA-T-TEXT(WS-DPA-TX) = WS-DPA-TOKEN-IN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DPA-TOKEN-CNT NOT < 800
               ADD 1 TO WS-DPA-TOKEN-LOST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DPA-TOKEN-CNT
           MOVE WS-DPA-TOKEN-IN TO WS-DPA-T-TEXT(WS-DPA-TOKEN-CNT)
           MOVE WS-DPA-LEN TO WS-DPA-T-LEN(WS-DPA-TOKEN-CNT)
           .

      * MENU OPTION (SUPERVISOR) - THE RETENTION LIMIT. STUDENTS OFF
      * THE ROSTER LONGER THAN RETENTION-DEPARTED DAYS HAVE THEIR NAME,
      * MOBILE AND PLATES BLANKED OR MASKED ACROSS THE PROFILE, VISIT,
      * HISTORY AND CITATION FILES, THE AUDIT TRAIL AND THE SECURITY
      * ALERTS. THE STUDENT NUMBER, FEES, FINES, LOTS AND TIMES ARE
      * KEPT, SO REVENUE AND OCCUPANCY REPORTS STILL BALANCE. THE
      * SUPERVISOR'S SIGN-OFF IS THE APPROVAL; EACH STUDENT DONE IS
      * LOGGED TO THE AUDIT TRAIL AND STAMPED ON THE DEPARTED FILE. A
      * STUDENT STILL ON THE LOT IS LEFT FOR A LATER RUN
       ANONYMIZE-DEPARTED.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
           MOVE SPACES TO WS-DPA-TODAY
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-DPA-TODAY
           END-STRING
           MOVE WS-RET-DEPARTED TO WS-LOGARC-RETDAYS
           PERFORM COMPUTE-LOGARC-CUTOFF
           OPEN I-O DEPARTED-FILE
           IF WS-DEPARTED-STATUS NOT = "00"
               DISPLAY "No departed students on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DPA-CANDIDATES
           MOVE 'N' TO WS-DPA-DEP-EOF
           PERFORM UNTIL WS-DPA-DEP-EOF = 'Y'
               READ DEPARTED-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DPA-DEP-EOF
                   NOT AT END
                       IF DEP-ANONYMIZED-ON = SPACES
                           AND DEP-DROPPED-ON < WS-LOGARC-CUTOFF
                           ADD 1 TO WS-DPA-CANDIDATES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTED-FILE
           DISPLAY WS-DPA-CANDIDATES " student(s) dropped before "
                   WS-LOGARC-CUTOFF " are due for anonymization."
           IF WS-DPA-CANDIDATES = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Names, mobiles and plates cannot be recovered "
                   "afterwards. Proceed? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Anonymization cancelled."
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO WS-DPA-MODE
           MOVE 0 TO WS-DPA-ANONYMIZED
           MOVE 0 TO WS-DPA-SKIPPED
           MOVE 0 TO WS-DPA-TOKEN-CNT
           MOVE 0 TO WS-DPA-TOKEN-LOST
           MOVE 0 TO WS-DPA-DONE-CNT
           MOVE 0 TO WS-DPA-LINES-MASKED
           OPEN I-O DEPARTED-FILE
           MOVE 'N' TO WS-DPA-DEP-EOF
           PERFORM UNTIL WS-DPA-DEP-EOF = 'Y'
               READ DEPARTED-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DPA-DEP-EOF
                   NOT AT END
                       IF DEP-ANONYMIZED-ON = SPACES
                           AND DEP-DROPPED-ON < WS-LOGARC-CUTOFF
                           PERFORM DPA-ANONYMIZE-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTED-FILE

           IF WS-DPA-DONE-CNT > 0
               PERFORM DPA-MASK-AUDIT-LOG
               PERFORM DPA-MASK-ALERT-LOG
           END-IF
           MOVE 'X' TO WS-DPA-MODE
           DISPLAY "Anonymization complete - " WS-DPA-ANONYMIZED
                   " student(s) anonymized, " WS-DPA-SKIPPED
                   " still on the lot and left for a later run."
           IF WS-DPA-ANONYMIZED < WS-DPA-CANDIDATES
               AND WS-DPA-DONE-CNT NOT < 200
               DISPLAY "Run limit reached - run again for the rest."
           END-IF
           DISPLAY WS-DPA-LINES-MASKED " audit/alert line(s) masked."
           IF WS-DPA-TOKEN-LOST > 0
               DISPLAY "WARNING: " WS-DPA-TOKEN-LOST " name(s)/plate(s)"
                       " could not be masked in the logs this run."
           END-IF
           .

      * ONE DEPARTED STUDENT (DEPARTED-RECORD JUST READ)
       DPA-ANONYMIZE-ONE.
           IF WS-DPA-DONE-CNT NOT < 200
               EXIT PARAGRAPH
           END-IF
           MOVE DEP-STUDENT-NUMBER TO WS-DPA-STUDENT
           MOVE DEP-STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM CHECK-ALREADY-PARKED
           IF RECORD-FOUND = 'Y'
               ADD 1 TO WS-DPA-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DPA-PLATE-CNT
           MOVE 0 TO WS-DPA-PLATE-LOST
           MOVE 0 TO WS-DPA-VISITS
           MOVE 0 TO WS-DPA-HIST
           MOVE 0 TO WS-DPA-CITES
           PERFORM DPA-PROFILE
           PERFORM DPA-TAGS
           PERFORM DPA-VEHICLE-DOCS
           PERFORM DPA-PERMIT-APPS
           PERFORM DPA-DISCOUNTS
           PERFORM DPA-WALK-PARKING-FILES
           PERFORM DPA-HISTORY
           PERFORM DPA-CITATIONS

           MOVE WS-DPA-TODAY TO DEP-ANONYMIZED-ON
           MOVE WS-OPERATOR-ID TO DEP-APPROVED-BY
           REWRITE DEPARTED-RECORD
           ADD 1 TO WS-DPA-ANONYMIZED
           ADD 1 TO WS-DPA-DONE-CNT
           MOVE WS-DPA-STUDENT TO WS-DPA-DONE(WS-DPA-DONE-CNT)

           MOVE WS-DPA-STUDENT TO STUDENT-NUMBER
           MOVE "DPA-ANON" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "DROPPED " DEP-DROPPED-ON
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "PROFILE:" WS-DPA-PROFILE
                  "/VISITS:" WS-DPA-VISITS
                  "/HIST:" WS-DPA-HIST
                  "/CITES:" WS-DPA-CITES
                  "/PLATES:" WS-DPA-PLATE-CNT
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * MASKS THE RUN'S NAMES AND PLATES OUT OF THE AUDIT LINES OF THE
      * STUDENTS JUST ANONYMIZED, COPYING THE LOG THROUGH THE SAME
      * WORK FILE THE LOG ARCHIVAL USES. THE LINE ITSELF - WHEN, WHAT,
      * WHO DID IT - STAYS ON THE TRAIL
       DPA-MASK-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOGWORK-FILE
           MOVE 'N' TO WS-DPA-EOF
           PERFORM UNTIL WS-DPA-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-DPA-EOF
                   NOT AT END
                       MOVE AUDIT-RECORD TO WS-DPA-LINE
                       PERFORM VARYING WS-DPA-KX FROM 1 BY 1
                               UNTIL WS-DPA-KX > WS-DPA-DONE-CNT
                           IF AUDIT-RECORD(42:11)
                               = WS-DPA-DONE(WS-DPA-KX)
                               PERFORM DPA-MASK-LINE
                           END-IF
                       END-PERFORM
                       MOVE WS-DPA-LINE TO LOGWORK-RECORD
                       WRITE LOGWORK-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           CLOSE LOGWORK-FILE

           OPEN OUTPUT AUDIT-FILE
           OPEN INPUT LOGWORK-FILE
           MOVE 'N' TO WS-DPA-EOF
           PERFORM UNTIL WS-DPA-EOF = 'Y'
               READ LOGWORK-FILE
                   AT END
                       MOVE 'Y' TO WS-DPA-EOF
                   NOT AT END
                       MOVE LOGWORK-RECORD TO AUDIT-RECORD
                       WRITE AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE LOGWORK-FILE
           CLOSE AUDIT-FILE
           .

      * SECURITY ALERTS CARRY NO STUDENT NUMBER - EVERY LINE IS
      * CHECKED FOR THE RUN'S PLATES AND NAMES
       DPA-MASK-ALERT-LOG.
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOGWORK-FILE
           MOVE 'N' TO WS-DPA-EOF
           PERFORM UNTIL WS-DPA-EOF = 'Y'
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-DPA-EOF
                   NOT AT END
                       MOVE ALERT-RECORD TO WS-DPA-LINE
                       PERFORM DPA-MASK-LINE
                       MOVE WS-DPA-LINE TO LOGWORK-RECORD
                       WRITE LOGWORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           CLOSE LOGWORK-FILE

           OPEN OUTPUT ALERT-FILE
           OPEN INPUT LOGWORK-FILE
           MOVE 'N' TO WS-DPA-EOF
           PERFORM UNTIL WS-DPA-EOF = 'Y'
               READ LOGWORK-FILE
                   AT END
                       MOVE 'Y' TO WS-DPA-EOF
                   NOT AT END
                       MOVE LOGWORK-RECORD TO ALERT-RECORD
                       WRITE ALERT-RECORD
               END-READ
           END-PERFORM
           CLOSE LOGWORK-FILE
           CLOSE ALERT-FILE
           .

      * EVERY NAME AND PLATE ON THE RUN'S LIST, STARRED OUT OF
      * WS-DPA-LINE CHARACTER FOR CHARACTER
       DPA-MASK-LINE.
           MOVE 0 TO WS-DPA-HITS
           PERFORM VARYING WS-DPA-TX FROM 1 BY 1
                   UNTIL WS-DPA-TX > WS-DPA-TOKEN-CNT
               MOVE WS-DPA-T-LEN(WS-DPA-TX) TO WS-DPA-LEN
               INSPECT WS-DPA-LINE TALLYING WS-DPA-HITS
                   FOR ALL WS-DPA-T-TEXT(WS-DPA-TX)(1:WS-DPA-LEN)
               INSPECT WS-DPA-LINE REPLACING ALL
                   WS-DPA-T-TEXT(WS-DPA-TX)(1:WS-DPA-LEN)
                   BY WS-DPA-STARS(1:WS-DPA-LEN)
           END-PERFORM
           IF WS-DPA-HITS > 0
               ADD 1 TO WS-DPA-LINES-MASKED
           END-IF
           .

      * EVERY CHANGE TO A PARKING PERIOD FILE IS JOURNALED HERE WITH
      * ITS FULL AFTER-IMAGE, SO A RESTORED BACKUP CAN BE ROLLED
      * FORWARD TO THE POINT OF FAILURE. CALLED STRAIGHT AFTER THE
      * WRITE / REWRITE / DELETE - NOTHING IS JOURNALED UNLESS IT WENT
      * THROUGH, AND WS-FILE-STATUS AND PARKING-RECORD ARE LEFT AS
      * THE CALLER HAD THEM
       JOURNAL-PARKING-ADD.
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "ADD" TO WS-CJN-ACTION
           PERFORM APPEND-PARKING-JOURNAL
           .

       JOURNAL-PARKING-CHG.
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "CHG" TO WS-CJN-ACTION
           PERFORM APPEND-PARKING-JOURNAL
           .

       JOURNAL-PARKING-DEL.
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "DEL" TO WS-CJN-ACTION
           PERFORM APPEND-PARKING-JOURNAL
           .

      * SEQUENCE NUMBERS ARE HANDED OUT THE WAY RECEIPT NUMBERS ARE -
      * READ TO THE HIGHEST ON FILE AND ADD ONE - BUT STARTING FROM
      * THE LAST ONE THIS SESSION SAW RATHER THAN THE TOP OF THE FILE.
      * A DUPLICATE KEY MEANS THE OTHER TERMINAL TOOK THAT NUMBER
      * FIRST, SO THE SCAN IS REPEATED FROM THERE
       APPEND-PARKING-JOURNAL.
           OPEN I-O CHANGE-JOURNAL-FILE
           IF WS-CHGJRN-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
               CLOSE CHANGE-JOURNAL-FILE
               OPEN I-O CHANGE-JOURNAL-FILE
           END-IF
           IF WS-CHGJRN-STATUS NOT = "00"
               STRING "Journal Open Error: " WS-CHGJRN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "APPEND-PARKING-JOURNAL" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CJN-WRITTEN
           MOVE 0 TO WS-CJN-TRIES
           PERFORM UNTIL WS-CJN-WRITTEN = 'Y' OR WS-CJN-TRIES = 5
               ADD 1 TO WS-CJN-TRIES
               MOVE WS-CJN-LAST-SEQ TO CJN-SEQUENCE
               START CHANGE-JOURNAL-FILE KEY IS >= CJN-SEQUENCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CJN-EOF
                       PERFORM UNTIL WS-CJN-EOF = 'Y'
                           READ CHANGE-JOURNAL-FILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-CJN-EOF
                               NOT AT END
                                   MOVE CJN-SEQUENCE
                                       TO WS-CJN-LAST-SEQ
                           END-READ
                       END-PERFORM
               END-START
               MOVE FUNCTION CURRENT-DATE TO WS-CJN-CLOCK
               MOVE SPACES TO CHANGE-JOURNAL-RECORD
               COMPUTE CJN-SEQUENCE = WS-CJN-LAST-SEQ + 1
               STRING WS-CJN-CLK-YEAR "-" WS-CJN-CLK-MONTH "-"
                      WS-CJN-CLK-DAY " " WS-CJN-CLK-HOURS ":"
                      WS-CJN-CLK-MINUTES ":" WS-CJN-CLK-SECONDS
                      DELIMITED BY SIZE
                      INTO CJN-STAMP
               END-STRING
               MOVE WS-CJN-ACTION TO CJN-ACTION
               MOVE WS-PARKING-FILENAME TO CJN-PARKING-FILE
               MOVE WS-OPERATOR-ID TO CJN-OPERATOR
               IF CJN-IS-BACKUP
                   MOVE WS-BACKUP-FILENAME TO CJN-BACKUP-NAME
                   MOVE WS-CJN-BACKUP-RECS TO CJN-BACKUP-RECS
               ELSE
                   MOVE PARKING-RECORD TO CJN-AFTER-IMAGE
               END-IF
               WRITE CHANGE-JOURNAL-RECORD
               IF WS-CHGJRN-STATUS = "00"
                   MOVE 'Y' TO WS-CJN-WRITTEN
                   MOVE CJN-SEQUENCE TO WS-CJN-LAST-SEQ
               END-IF
           END-PERFORM
           IF WS-CJN-WRITTEN = 'N'
               STRING "Journal Write Error: " WS-CHGJRN-STATUS
                      " " WS-CJN-ACTION " " STUDENT-NUMBER
                   INTO WS-FILE-ERROR
               MOVE "APPEND-PARKING-JOURNAL" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE CHANGE-JOURNAL-FILE
           .

      * A RESTORE TAKES THE LIVE FILE BACK TO THE DAY'S START-UP
      * BACKUP; THE JOURNAL HOLDS EVERYTHING SINCE. OLDER ENTRIES ARE
      * DROPPED ALONG WITH THE BACKUPS THEY COULD BE REPLAYED ONTO
       PRUNE-PARKING-JOURNAL.
           MOVE 0 TO WS-CJN-PRUNED
           MOVE WS-RETENTION-DAYS TO WS-LOGARC-RETDAYS
           PERFORM COMPUTE-LOGARC-CUTOFF
           OPEN I-O CHANGE-JOURNAL-FILE
           IF WS-CHGJRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CJN-EOF
           PERFORM UNTIL WS-CJN-EOF = 'Y'
               READ CHANGE-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CJN-EOF
                   NOT AT END
                       IF CJN-STAMP(1:10) < WS-LOGARC-CUTOFF
                           DELETE CHANGE-JOURNAL-FILE RECORD
                           ADD 1 TO WS-CJN-PRUNED
                       ELSE
                           MOVE 'Y' TO WS-CJN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-JOURNAL-FILE
           IF WS-CJN-PRUNED > 0
               DISPLAY WS-CJN-PRUNED " old journal entries pruned "
                       "(retention " WS-RETENTION-DAYS " days)."
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - ROLLS A RESTORED BACKUP FORWARD
      * FROM THE JOURNAL. FOR WHEN THE RESTORE WAS RUN WITHOUT THE
      * ROLL-FORWARD, OR IT HAD TO BE STOPPED SHORT AND NOW NEEDS
      * TAKING FURTHER. ENTRIES ALREADY ON THE FILE COME BACK AS
      * SKIPPED, SO A SECOND PASS DOES NO HARM
       FORWARD-RECOVERY.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Backup the live file was restored from "
                   "(YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-RESTORE-DATE-IN
           MOVE SPACES TO WS-BACKUP-FILENAME
           STRING "PARKING-BACKUP-" DELIMITED BY SIZE
                  WS-RESTORE-DATE-IN DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-BACKUP-FILENAME
           END-STRING
           PERFORM FORWARD-RECOVERY-RUN
           IF WS-CJN-APPLIED > 0
               PERFORM REBUILD-OCCUPANCY-TALLY
           END-IF
           .

      * REPLAYS, IN SEQUENCE, EVERY JOURNALED CHANGE TO THE LIVE FILE
      * MADE AFTER THE BACKUP IN WS-BACKUP-FILENAME WAS TAKEN, UP TO
      * AN OPTIONAL STOP TIME. A CHANGE IS RE-APPLIED BY ITS AFTER-
      * IMAGE, SO ONE ALREADY ON THE FILE IS SKIPPED RATHER THAN
      * DOUBLED. CHANGES TO OTHER PERIOD FILES WERE NOT UNDONE BY THE
      * RESTORE AND ARE LEFT ALONE
       FORWARD-RECOVERY-RUN.
           MOVE 0 TO WS-CJN-APPLIED
           MOVE 0 TO WS-CJN-SKIPPED
           MOVE 0 TO WS-CJN-FAILED
           MOVE 0 TO WS-CJN-OTHER-FILE
           MOVE 0 TO WS-CJN-FROM-SEQ
           MOVE 0 TO WS-CJN-PENDING
           MOVE SPACES TO WS-CJN-LAST-STAMP
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF WS-CHGJRN-STATUS NOT = "00"
               DISPLAY "No change journal on file - nothing to replay."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CJN-EOF
           PERFORM UNTIL WS-CJN-EOF = 'Y'
               READ CHANGE-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CJN-EOF
                   NOT AT END
                       IF CJN-IS-BACKUP
                           AND CJN-BACKUP-NAME = WS-BACKUP-FILENAME
                           MOVE CJN-SEQUENCE TO WS-CJN-FROM-SEQ
                           MOVE CJN-STAMP TO WS-CJN-FROM-STAMP
                           MOVE CJN-PARKING-FILE TO WS-CJN-FROM-FILE
                           MOVE 0 TO WS-CJN-PENDING
                       ELSE
                           IF WS-CJN-FROM-SEQ > 0
                               ADD 1 TO WS-CJN-PENDING
                               MOVE CJN-STAMP TO WS-CJN-LAST-STAMP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-JOURNAL-FILE
           IF WS-CJN-FROM-SEQ = 0
               DISPLAY "The journal has no record of backup "
                       FUNCTION TRIM(WS-BACKUP-FILENAME)
                       " being taken - it cannot be rolled forward."
               EXIT PARAGRAPH
           END-IF
           IF WS-CJN-FROM-FILE NOT = WS-PARKING-FILENAME
               DISPLAY "Backup " FUNCTION TRIM(WS-BACKUP-FILENAME)
                       " was taken of " WS-CJN-FROM-FILE
                       ", not the live file " WS-PARKING-FILENAME
                       " - roll-forward refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Backup taken " WS-CJN-FROM-STAMP
                   " (journal entry " WS-CJN-FROM-SEQ ")."
           IF WS-CJN-PENDING = 0
               DISPLAY "No changes journaled since - nothing to replay."
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-CJN-PENDING " change(s) journaled since, the "
                   "last at " WS-CJN-LAST-STAMP "."
           DISPLAY "Stop after (YYYY-MM-DD HH:MM, blank = replay "
                   "everything): " WITH NO ADVANCING
           MOVE SPACES TO WS-CJN-STOP-AT
           ACCEPT WS-CJN-STOP-AT
           IF WS-CJN-STOP-AT NOT = SPACES
               IF WS-CJN-STOP-AT(5:1) NOT = "-"
                   OR WS-CJN-STOP-AT(8:1) NOT = "-"
                   OR WS-CJN-STOP-AT(11:1) NOT = " "
                   OR WS-CJN-STOP-AT(14:1) NOT = ":"
                   DISPLAY "Stop time must be YYYY-MM-DD HH:MM."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Replay onto " WS-PARKING-FILENAME "? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Roll-forward cancelled."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CHANGE-JOURNAL-FILE
           IF WS-CHGJRN-STATUS NOT = "00"
               STRING "Journal Open Error: " WS-CHGJRN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "FORWARD-RECOVERY-RUN" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CJN-STOPPED
           MOVE WS-CJN-FROM-SEQ TO CJN-SEQUENCE
           MOVE 'N' TO WS-CJN-EOF
           START CHANGE-JOURNAL-FILE KEY IS > CJN-SEQUENCE
               INVALID KEY
                   MOVE 'Y' TO WS-CJN-EOF
           END-START
           PERFORM UNTIL WS-CJN-EOF = 'Y'
               READ CHANGE-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CJN-EOF
                   NOT AT END
                       IF WS-CJN-STOP-AT NOT = SPACES
                           AND CJN-STAMP(1:16) > WS-CJN-STOP-AT
                           MOVE 'Y' TO WS-CJN-STOPPED
                           MOVE 'Y' TO WS-CJN-EOF
                       ELSE
                           PERFORM REPLAY-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-JOURNAL-FILE

           DISPLAY "Roll-forward complete:"
           DISPLAY "  Applied:            " WS-CJN-APPLIED
           DISPLAY "  Skipped (on file):  " WS-CJN-SKIPPED
           DISPLAY "  Skipped (other file/backup mark): "
                   WS-CJN-OTHER-FILE
           DISPLAY "  Could not apply:    " WS-CJN-FAILED
           IF WS-CJN-STOPPED = 'Y'
               DISPLAY "  Stopped at " WS-CJN-STOP-AT
                       " - later changes were not replayed."
           END-IF
           IF WS-CJN-FAILED > 0
               DISPLAY "  See the error log for the entries that "
                       "could not be applied."
           END-IF
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "FWD-RECOV" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING WS-BACKUP-FILENAME DELIMITED BY SPACE
                  " STOP:" DELIMITED BY SIZE
                  WS-CJN-STOP-AT DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "APPLIED:" WS-CJN-APPLIED
                  "/SKIPPED:" WS-CJN-SKIPPED
                  "/OTHER:" WS-CJN-OTHER-FILE
                  "/FAILED:" WS-CJN-FAILED
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * ONE JOURNAL ENTRY AGAINST THE LIVE FILE. AN ADD OR CHANGE
      * LEAVES THE RECORD EXACTLY AS ITS AFTER-IMAGE (WRITTEN IF
      * MISSING, REWRITTEN IF DIFFERENT, SKIPPED IF ALREADY SO); A
      * DELETE REMOVES IT IF IT IS STILL THERE. REPLAYED CHANGES ARE
      * NOT JOURNALED AGAIN - THEY ARE ALREADY IN THE JOURNAL
       REPLAY-JOURNAL-ENTRY.
           IF CJN-IS-BACKUP
               OR CJN-PARKING-FILE NOT = WS-PARKING-FILENAME
               ADD 1 TO WS-CJN-OTHER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CJN-AFTER-IMAGE TO WS-CJN-IMAGE
           MOVE WS-CJN-IMAGE TO PARKING-RECORD
           MOVE 'N' TO RECORD-FOUND
           READ PARKING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND
           END-READ
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "23"
               PERFORM REPLAY-JOURNAL-FAILED
               EXIT PARAGRAPH
           END-IF
           IF CJN-IS-DELETE
               IF RECORD-FOUND = 'N'
                   ADD 1 TO WS-CJN-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               DELETE PARKING-FILE RECORD
           ELSE
               IF RECORD-FOUND = 'Y'
                   IF PARKING-RECORD = WS-CJN-IMAGE
                       ADD 1 TO WS-CJN-SKIPPED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CJN-IMAGE TO PARKING-RECORD
                   REWRITE PARKING-RECORD
               ELSE
                   MOVE WS-CJN-IMAGE TO PARKING-RECORD
                   WRITE PARKING-RECORD
               END-IF
           END-IF
           IF WS-FILE-STATUS = "00"
               ADD 1 TO WS-CJN-APPLIED
           ELSE
               PERFORM REPLAY-JOURNAL-FAILED
           END-IF
           .

       REPLAY-JOURNAL-FAILED.
           ADD 1 TO WS-CJN-FAILED
           DISPLAY "  Entry " CJN-SEQUENCE " " CJN-ACTION " "
                   STUDENT-NUMBER " could not be applied (status "
                   WS-FILE-STATUS ")."
           STRING "Replay Error: " WS-FILE-STATUS " entry "
                  CJN-SEQUENCE " " CJN-ACTION " " STUDENT-NUMBER
               INTO WS-FILE-ERROR
           MOVE "REPLAY-JOURNAL-ENTRY" TO WS-ERROR-PARAGRAPH
           PERFORM LOG-FILE-ERROR
           .

      * NIGHTLY STEP RUN BY END-OF-DAY-BATCH - CUTS THIS CAMPUS'S
      * CONSOLIDATION EXTRACT FOR THE MAIN CAMPUS: THE DAY'S VISITS
      * AND EVERY VEHICLE STILL ON THE LOT, THE LOT OCCUPANCY, THE
      * DAY'S RECEIPTS BY REVENUE TYPE AND TENDER, THE DAY'S
      * CITATIONS, EVERY UNPAID ITEM AND EVERY HOLD IN FORCE, CLOSED
      * BY A TRAILER OF CONTROL TOTALS. STAMPED WITH CAMPUS-CODE FROM
      * THE CONFIG FILE. READ-ONLY, SO A RERUN JUST CUTS IT AGAIN
       CAMPUS-CONSOLIDATION-EXTRACT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-CXT-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-CXT-DATE
           END-STRING
           MOVE WS-CAMPUS-CODE TO WS-CCN-PREV-CAMPUS
           PERFORM CXT-BUILD-FILENAME
           OPEN OUTPUT CAMPUS-EXTRACT-FILE
           IF WS-CXT-STATUS NOT = "00"
               STRING "Campus Extract Open Error: " WS-CXT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CAMPUS-CONSOL-EXTRACT"
                   TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CXT-DETAILS
           MOVE 0 TO WS-CXT-VISITS
           MOVE 0 TO WS-CXT-VISIT-FEES
           MOVE 0 TO WS-CXT-PARKED
           MOVE 0 TO WS-CXT-RCPTS
           MOVE 0 TO WS-CXT-RCPT-AMOUNT
           MOVE 0 TO WS-CXT-CITES
           MOVE 0 TO WS-CXT-CITE-FINES
           MOVE 0 TO WS-CXT-UNPAID
           MOVE 0 TO WS-CXT-UNPAID-AMOUNT
           MOVE 0 TO WS-CXT-HOLDS
           MOVE 0 TO WS-CXT-RV-CNT

           MOVE SPACES TO CAMPUS-EXTRACT-RECORD
           MOVE "H" TO CXT-REC-TYPE
           MOVE WS-CAMPUS-CODE TO CXT-CAMPUS
           MOVE WS-CXT-DATE TO CXT-EXTRACT-DATE
           STRING WS-CXT-DATE " " WS-HOURS ":" WS-MINUTES
                  DELIMITED BY SIZE
                  INTO CXH-CREATED-AT
           END-STRING
           WRITE CAMPUS-EXTRACT-RECORD

           PERFORM CXT-EXTRACT-VISITS
           PERFORM COUNT-PARKED-SLOTS
           PERFORM CXT-START-DETAIL
           MOVE "O" TO CXT-REC-TYPE
           MOVE WS-LOT-CAPACITY TO CXO-CAPACITY
           MOVE WS-SLOTS-USED TO CXO-SLOTS-USED
           MOVE WS-CXT-PARKED TO CXO-PARKED
           PERFORM CXT-WRITE-DETAIL
           PERFORM CXT-EXTRACT-RECEIPTS
           PERFORM CXT-EXTRACT-PLANS
           PERFORM CXT-EXTRACT-CITATIONS
           PERFORM CXT-EXTRACT-HOLDS

           MOVE SPACES TO CAMPUS-EXTRACT-RECORD
           MOVE "T" TO CXT-REC-TYPE
           MOVE WS-CAMPUS-CODE TO CXT-CAMPUS
           MOVE WS-CXT-DATE TO CXT-EXTRACT-DATE
           MOVE WS-CXT-DETAILS TO CXT-DETAIL-COUNT
           MOVE WS-CXT-VISITS TO CXT-VISIT-COUNT
           MOVE WS-CXT-VISIT-FEES TO CXT-VISIT-FEES
           MOVE WS-CXT-RCPTS TO CXT-RCPT-COUNT
           MOVE WS-CXT-RCPT-AMOUNT TO CXT-RCPT-AMOUNT
           MOVE WS-CXT-CITES TO CXT-CITE-COUNT
           MOVE WS-CXT-CITE-FINES TO CXT-CITE-FINES
           MOVE WS-CXT-UNPAID TO CXT-UNPAID-COUNT
           MOVE WS-CXT-UNPAID-AMOUNT TO CXT-UNPAID-AMOUNT
           MOVE WS-CXT-HOLDS TO CXT-HOLD-COUNT
           WRITE CAMPUS-EXTRACT-RECORD
           CLOSE CAMPUS-EXTRACT-FILE
           DISPLAY "Campus extract written to "
                   FUNCTION TRIM(WS-CXT-FILENAME) " - "
                   WS-CXT-DETAILS " detail record(s)."
           .

      * CAMPUS-EXTRACT-<CAMPUS>-<YYYY-MM-DD>.dat FOR THE CAMPUS IN
      * WS-CCN-PREV-CAMPUS AND THE DATE IN WS-CXT-DATE
       CXT-BUILD-FILENAME.
           MOVE SPACES TO WS-CXT-FILENAME
           STRING "CAMPUS-EXTRACT-" DELIMITED BY SIZE
                  WS-CCN-PREV-CAMPUS DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-CXT-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-CXT-FILENAME
           END-STRING
           .

       CXT-START-DETAIL.
           MOVE SPACES TO CAMPUS-EXTRACT-RECORD
           MOVE WS-CAMPUS-CODE TO CXT-CAMPUS
           MOVE WS-CXT-DATE TO CXT-EXTRACT-DATE
           .

       CXT-WRITE-DETAIL.
           WRITE CAMPUS-EXTRACT-RECORD
           ADD 1 TO WS-CXT-DETAILS
           .

      * THE DAY'S VISITS AND THE VEHICLES STILL ON THE LOT, FROM THE
      * CURRENT PERIOD'S FILE AND THE UNSEALED PRIOR ONES THE WAY
      * COUNT-PARKED-SLOTS WALKS THEM. A VISIT THAT BEGAN TODAY CANNOT
      * HAVE BEEN ARCHIVED YET, SO NOTHING NEEDS THE HISTORY FILE
       CXT-EXTRACT-VISITS.
           CLOSE PARKING-FILE
           OPEN INPUT PARKING-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM CXT-SCAN-VISIT-FILE
               CLOSE PARKING-FILE
           END-IF
           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           MOVE 0 TO WS-PRIOR-PERIOD-TRIES
           PERFORM UNTIL WS-PRIOR-PERIOD-TRIES = WS-PRIOR-MONTH-LIMIT
               ADD 1 TO WS-PRIOR-PERIOD-TRIES
               PERFORM DECREMENT-PARKING-PERIOD
               PERFORM BUILD-PARKING-FILENAME
               PERFORM OPEN-UNSEALED-PRIOR-INPUT
               IF WS-FILE-STATUS = "00"
                   PERFORM CXT-SCAN-VISIT-FILE
                   CLOSE PARKING-FILE
               END-IF
           END-PERFORM
           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CXT-EXTRACT-VISITS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

       CXT-SCAN-VISIT-FILE.
           MOVE 'N' TO WS-CXT-EOF
           PERFORM UNTIL WS-CXT-EOF = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CXT-EOF
                   NOT AT END
                       IF TIME-OF-EXIT = SPACES
                           OR TIME-OF-ENTRY(1:10) = WS-CXT-DATE
                           PERFORM CXT-WRITE-VISIT
                       END-IF
               END-READ
           END-PERFORM
           .

       CXT-WRITE-VISIT.
           PERFORM CXT-START-DETAIL
           MOVE "V" TO CXT-REC-TYPE
           MOVE STUDENT-NUMBER TO CXV-STUDENT
           MOVE LICENSE-PLATE TO CXV-PLATE
           MOVE VEHICLE-TYPE TO CXV-VEHICLE-TYPE
           MOVE LOT-ID TO CXV-LOT
           MOVE TIME-OF-ENTRY(1:16) TO CXV-ENTRY
           MOVE TIME-OF-EXIT(1:16) TO CXV-EXIT
           COMPUTE CXV-FEE = FEE-AMOUNT + PREPAID-AMOUNT
           IF TIME-OF-EXIT = SPACES
               MOVE "O" TO CXV-STATUS
               ADD 1 TO WS-CXT-PARKED
           ELSE
               MOVE "C" TO CXV-STATUS
           END-IF
           ADD 1 TO WS-CXT-VISITS
           ADD CXV-FEE TO WS-CXT-VISIT-FEES
           PERFORM CXT-WRITE-DETAIL
           .

      * THE DAY'S RECEIPTS TOTALLED BY REVENUE TYPE AND TENDER, A
      * REFUND TAKEN OFF AND A RECEIPT FROM BEFORE REVENUE TYPES
      * CLASSED BY ITS PSEUDO-ID AS THE REVENUE REPORT DOES. EVERY
      * RECEIPT OF ANY DATE STILL CARRYING A BALANCE IS AN UNPAID ITEM
       CXT-EXTRACT-RECEIPTS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CXT-EOF
           PERFORM UNTIL WS-CXT-EOF = 'Y'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CXT-EOF
                   NOT AT END
                       IF PAY-DATE = WS-CXT-DATE
                           AND PAY-AMOUNT-PAID NOT = 0
                           PERFORM CXT-TALLY-RECEIPT
                       END-IF
                       IF PAY-BALANCE > 0
                           AND PAY-STUDENT-NUMBER IS NUMERIC
                           PERFORM CXT-START-DETAIL
                           MOVE "U" TO CXT-REC-TYPE
                           MOVE PAY-STUDENT-NUMBER TO CXU-STUDENT
                           MOVE "RCPT" TO CXU-SOURCE
                           MOVE PAY-RECEIPT-NUMBER TO CXU-REFERENCE
                           MOVE PAY-BALANCE TO CXU-AMOUNT
                           ADD 1 TO WS-CXT-UNPAID
                           ADD PAY-BALANCE TO WS-CXT-UNPAID-AMOUNT
                           PERFORM CXT-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
           PERFORM VARYING WS-CXT-RI FROM 1 BY 1
                   UNTIL WS-CXT-RI > WS-CXT-RV-CNT
               PERFORM CXT-START-DETAIL
               MOVE "R" TO CXT-REC-TYPE
               MOVE WS-CXT-RV-TYPE(WS-CXT-RI) TO CXR-REVENUE-TYPE
               MOVE WS-CXT-RV-TENDER(WS-CXT-RI) TO CXR-TENDER
               MOVE WS-CXT-RV-COUNT(WS-CXT-RI) TO CXR-COUNT
               MOVE WS-CXT-RV-AMOUNT(WS-CXT-RI) TO CXR-AMOUNT
               ADD WS-CXT-RV-COUNT(WS-CXT-RI) TO WS-CXT-RCPTS
               ADD WS-CXT-RV-AMOUNT(WS-CXT-RI) TO WS-CXT-RCPT-AMOUNT
               PERFORM CXT-WRITE-DETAIL
           END-PERFORM
           .

      * A WALLET TOP-UP IS MONEY HELD FOR THE STUDENT, NOT REVENUE -
      * IT IS COUNTED WHEN THE WALLET PAYS A FEE, AS THE REVENUE AND
      * COLLEGE REPORTS COUNT IT
       CXT-TALLY-RECEIPT.
           IF PAY-REVENUE-TYPE = "WALLET"
               EXIT PARAGRAPH
           END-IF
           IF PAY-STATUS = "REFUND"
               COMPUTE WS-CXT-SIGNED = 0 - PAY-AMOUNT-PAID
           ELSE
               MOVE PAY-AMOUNT-PAID TO WS-CXT-SIGNED
           END-IF
           MOVE PAY-REVENUE-TYPE TO WS-CXT-TYPE
           IF WS-CXT-TYPE = SPACES
               IF PAY-STUDENT-NUMBER(1:1) = "V"
                   MOVE "VISITOR" TO WS-CXT-TYPE
               ELSE
                   MOVE "HOURLY" TO WS-CXT-TYPE
               END-IF
           END-IF
           MOVE PAY-TENDER-TYPE TO WS-CXT-TENDER
           IF WS-CXT-TENDER = SPACES
               MOVE "CASH" TO WS-CXT-TENDER
           END-IF
           MOVE 0 TO WS-CXT-RX
           PERFORM VARYING WS-CXT-RI FROM 1 BY 1
                   UNTIL WS-CXT-RI > WS-CXT-RV-CNT
               IF WS-CXT-RV-TYPE(WS-CXT-RI) = WS-CXT-TYPE
                   AND WS-CXT-RV-TENDER(WS-CXT-RI) = WS-CXT-TENDER
                   MOVE WS-CXT-RI TO WS-CXT-RX
               END-IF
           END-PERFORM
           IF WS-CXT-RX = 0
               IF WS-CXT-RV-CNT = 40
                   MOVE 40 TO WS-CXT-RX
               ELSE
                   ADD 1 TO WS-CXT-RV-CNT
                   MOVE WS-CXT-RV-CNT TO WS-CXT-RX
                   MOVE WS-CXT-TYPE TO WS-CXT-RV-TYPE(WS-CXT-RX)
                   MOVE WS-CXT-TENDER TO WS-CXT-RV-TENDER(WS-CXT-RX)
                   MOVE 0 TO WS-CXT-RV-COUNT(WS-CXT-RX)
                   MOVE 0 TO WS-CXT-RV-AMOUNT(WS-CXT-RX)
               END-IF
           END-IF
           ADD 1 TO WS-CXT-RV-COUNT(WS-CXT-RX)
           ADD WS-CXT-SIGNED TO WS-CXT-RV-AMOUNT(WS-CXT-RX)
           .

      * A DEFAULTED PAYMENT PLAN'S REMAINDER BLOCKS THE GATE THE SAME
      * AS A RECEIPT BALANCE (ADD-DEFAULTED-PLAN-BALANCE)
       CXT-EXTRACT-PLANS.
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CXT-EOF
           PERFORM UNTIL WS-CXT-EOF = 'Y'
               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CXT-EOF
                   NOT AT END
                       IF PLN-STATUS = "DEFAULTED"
                           AND PLN-ORIGINAL-AMOUNT > PLN-PAID-TO-DATE
                           PERFORM CXT-START-DETAIL
                           MOVE "U" TO CXT-REC-TYPE
                           MOVE PLN-STUDENT-NUMBER TO CXU-STUDENT
                           MOVE "PLAN" TO CXU-SOURCE
                           MOVE PLN-CREATED-ON TO CXU-REFERENCE
                           COMPUTE CXU-AMOUNT = PLN-ORIGINAL-AMOUNT
                               - PLN-PAID-TO-DATE
                           ADD 1 TO WS-CXT-UNPAID
                           ADD CXU-AMOUNT TO WS-CXT-UNPAID-AMOUNT
                           PERFORM CXT-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE
           .

      * THE DAY'S CITATIONS, AND EVERY UNSETTLED FINE AS AN UNPAID ITEM
       CXT-EXTRACT-CITATIONS.
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CXT-EOF
           PERFORM UNTIL WS-CXT-EOF = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CXT-EOF
                   NOT AT END
                       IF VIO-VIOLATION-DATE = WS-CXT-DATE
                           PERFORM CXT-START-DETAIL
                           MOVE "C" TO CXT-REC-TYPE
                           MOVE VIO-STUDENT-NUMBER TO CXC-STUDENT
                           MOVE VIO-VIOLATION-DATE TO CXC-DATE
                           MOVE VIO-VIOLATION-TYPE TO CXC-TYPE
                           MOVE VIO-FINE-AMOUNT TO CXC-FINE
                           MOVE VIO-SETTLED TO CXC-SETTLED
                           ADD 1 TO WS-CXT-CITES
                           ADD VIO-FINE-AMOUNT TO WS-CXT-CITE-FINES
                           PERFORM CXT-WRITE-DETAIL
                       END-IF
                       IF VIO-SETTLED = 'N'
                           AND VIO-STUDENT-NUMBER IS NUMERIC
                           PERFORM CXT-START-DETAIL
                           MOVE "U" TO CXT-REC-TYPE
                           MOVE VIO-STUDENT-NUMBER TO CXU-STUDENT
                           MOVE "FINE" TO CXU-SOURCE
                           STRING VIO-VIOLATION-DATE " " VIO-TIME-LOGGED
                                  DELIMITED BY SIZE
                                  INTO CXU-REFERENCE
                           END-STRING
                           MOVE VIO-FINE-AMOUNT TO CXU-AMOUNT
                           ADD 1 TO WS-CXT-UNPAID
                           ADD VIO-FINE-AMOUNT TO WS-CXT-UNPAID-AMOUNT
                           PERFORM CXT-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           .

      * HOLDS IN FORCE - THE SAME TEST CHECK-BLACKLIST APPLIES AT THE
      * GATE: ACTIVE (OR A LEGACY BLANK STATUS) AND NOT YET EXPIRED
       CXT-EXTRACT-HOLDS.
           OPEN INPUT BLACKLIST-FILE
           IF WS-BLACKLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CXT-EOF
           PERFORM UNTIL WS-CXT-EOF = 'Y'
               READ BLACKLIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CXT-EOF
                   NOT AT END
                       IF (BL-STATUS = "ACTIVE" OR BL-STATUS = SPACES)
                           AND (BL-EXPIRY-DATE = SPACES
                               OR BL-EXPIRY-DATE >= WS-CXT-DATE)
                           PERFORM CXT-START-DETAIL
                           MOVE "D" TO CXT-REC-TYPE
                           MOVE BL-STUDENT-NUMBER TO CXD-STUDENT
                           MOVE BL-REASON TO CXD-REASON
                           MOVE BL-PLACED-ON TO CXD-PLACED-ON
                           MOVE BL-EXPIRY-DATE TO CXD-EXPIRY
                           ADD 1 TO WS-CXT-HOLDS
                           PERFORM CXT-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLACKLIST-FILE
           .

      * MENU OPTION (SUPERVISOR) - MAIN CAMPUS CONSOLIDATION OF THE
      * CAMPUS EXTRACTS FOR ONE NIGHT
       CAMPUS-CONSOLIDATION.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Extract date (YYYY-MM-DD, blank = today): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-CCN-RUN-DATE
           ACCEPT WS-CCN-RUN-DATE
           PERFORM CAMPUS-CONSOLIDATION-RUN
           .

      * "CAMPUS" RUN MODE - THE MAIN CAMPUS'S MORNING CONSOLIDATION
      * OF THE EXTRACTS THE CAMPUSES CUT AT CLOSING LAST NIGHT;
      * "CAMPUS YYYY-MM-DD" RERUNS A GIVEN NIGHT
       CAMPUS-CONSOLIDATION-BATCH.
           MOVE WS-RUN-MODE(8:10) TO WS-CCN-RUN-DATE
           IF WS-CCN-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               COMPUTE WS-RESTORE-INT = FUNCTION INTEGER-OF-DATE(
                   WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-RESTORE-INT)
                   TO WS-RESTORE-YMD
               STRING WS-RESTORE-YMD(1:4) "-" WS-RESTORE-YMD(5:2) "-"
                      WS-RESTORE-YMD(7:2)
                      DELIMITED BY SIZE
                      INTO WS-CCN-RUN-DATE
               END-STRING
           END-IF
           PERFORM CAMPUS-CONSOLIDATION-RUN
           .

      * LOADS EVERY EXTRACT CAMPUS-LIST.dat SAYS TO EXPECT, CHECKS
      * EACH AGAINST ITS OWN TRAILER, AND PRINTS CAMPUS-CONSOLIDATION-
      * <DATE>.rpt: THE CONTROL-TOTAL CHECK, RECEIPTS BY REVENUE TYPE
      * AND TENDER, THE REVENUE AND OCCUPANCY SUMMARY BY CAMPUS, AND
      * THE CROSS-CAMPUS LIST OF STUDENTS WITH UNPAID ITEMS OR HOLDS
      * (ALSO WRITTEN TO CROSS-CAMPUS-BLOCKS.dat FOR THE CAMPUSES). AN
      * EXTRACT THAT IS MISSING OR OUT OF BALANCE IS REPORTED AND KEPT
      * OUT OF THE FIGURES RATHER THAN ADDED IN HALF-LOADED
       CAMPUS-CONSOLIDATION-RUN.
           IF WS-CCN-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                      DELIMITED BY SIZE
                      INTO WS-CCN-RUN-DATE
               END-STRING
           END-IF
           MOVE WS-CCN-RUN-DATE TO WS-CXT-DATE
           MOVE 0 TO WS-CCN-CNT
           OPEN INPUT CAMPUS-LIST-FILE
           IF WS-CML-STATUS NOT = "00"
               DISPLAY "CAMPUS-LIST.dat not found - nothing to "
                       "consolidate."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CXT-EOF
           PERFORM UNTIL WS-CXT-EOF = 'Y'
               READ CAMPUS-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-CXT-EOF
                   NOT AT END
                       IF CML-CAMPUS NOT = SPACES AND WS-CCN-CNT < 30
                           ADD 1 TO WS-CCN-CNT
                           INITIALIZE WS-CCN-CAMPUS(WS-CCN-CNT)
                           MOVE CML-CAMPUS TO WS-CCN-CODE(WS-CCN-CNT)
                           MOVE CML-CAMPUS-NAME
                               TO WS-CCN-NAME(WS-CCN-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMPUS-LIST-FILE
           IF WS-CCN-CNT = 0
               DISPLAY "CAMPUS-LIST.dat lists no campuses."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CCN-RPT-FILENAME
           STRING "CAMPUS-CONSOLIDATION-" WS-CCN-RUN-DATE ".rpt"
                  DELIMITED BY SIZE
                  INTO WS-CCN-RPT-FILENAME
           END-STRING
           OPEN OUTPUT CCN-REPORT-FILE
           IF WS-CCNRPT-STATUS NOT = "00"
               STRING "Consolidation Report Open Error: "
                   WS-CCNRPT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CAMPUS-CONSOLIDATION-RUN" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO CCR-CARRIAGE-CONTROL
           MOVE SPACES TO CCR-LINE-TEXT
           STRING "PUP STUDENT PARKING SYSTEM - MULTI-CAMPUS "
                  "CONSOLIDATION FOR " WS-CCN-RUN-DATE
                  DELIMITED BY SIZE
                  INTO CCR-LINE-TEXT
           END-STRING
           WRITE CCN-REPORT-RECORD
           MOVE ' ' TO CCR-CARRIAGE-CONTROL

      * PASS 1 - EVERY EXTRACT AGAINST ITS OWN CONTROL TOTALS
           MOVE "CONTROL TOTALS" TO WS-DPA-LINE
           PERFORM CCN-HEADING
           MOVE 0 TO WS-CCN-BALANCED
           PERFORM VARYING WS-CCN-CX FROM 1 BY 1
                   UNTIL WS-CCN-CX > WS-CCN-CNT
               PERFORM CCN-CHECK-EXTRACT
               MOVE WS-CCN-DETAILS(WS-CCN-CX) TO WS-CCN-CNT-EDIT
               MOVE WS-CCN-EXPECTED(WS-CCN-CX) TO WS-CCN-CNT-EDIT2
               MOVE SPACES TO CCR-LINE-TEXT
               STRING "  " WS-CCN-CODE(WS-CCN-CX) " "
                      WS-CCN-NAME(WS-CCN-CX) " " WS-CCN-STATE(WS-CCN-CX)
                      "  DETAIL RECORDS " WS-CCN-CNT-EDIT
                      "  TRAILER SAYS " WS-CCN-CNT-EDIT2
                      DELIMITED BY SIZE
                      INTO CCR-LINE-TEXT
               END-STRING
               WRITE CCN-REPORT-RECORD
           END-PERFORM

      * PASS 2 - THE BALANCED EXTRACTS' RECEIPT LINES AND BLOCKING
      * ITEMS
           MOVE "RECEIPTS BY REVENUE TYPE AND TENDER" TO WS-DPA-LINE
           PERFORM CCN-HEADING
           MOVE 0 TO WS-CXT-RV-CNT
           OPEN OUTPUT XCAMPUS-WORK-FILE
           PERFORM VARYING WS-CCN-CX FROM 1 BY 1
                   UNTIL WS-CCN-CX > WS-CCN-CNT
               IF WS-CCN-STATE(WS-CCN-CX) = "BALANCED"
                   PERFORM CCN-LOAD-EXTRACT
               END-IF
           END-PERFORM
           CLOSE XCAMPUS-WORK-FILE
           MOVE SPACES TO CCR-LINE-TEXT
           MOVE "  ALL CAMPUSES" TO CCR-LINE-TEXT
           WRITE CCN-REPORT-RECORD
           PERFORM VARYING WS-CXT-RI FROM 1 BY 1
                   UNTIL WS-CXT-RI > WS-CXT-RV-CNT
               MOVE WS-CXT-RV-COUNT(WS-CXT-RI) TO WS-CCN-CNT-EDIT
               MOVE WS-CXT-RV-AMOUNT(WS-CXT-RI) TO WS-CCN-AMT-EDIT
               MOVE SPACES TO CCR-LINE-TEXT
               STRING "    " WS-CXT-RV-TYPE(WS-CXT-RI) " "
                      WS-CXT-RV-TENDER(WS-CXT-RI) " "
                      WS-CCN-CNT-EDIT " " WS-CCN-AMT-EDIT
                      DELIMITED BY SIZE
                      INTO CCR-LINE-TEXT
               END-STRING
               WRITE CCN-REPORT-RECORD
           END-PERFORM

           PERFORM CCN-PRINT-SUMMARY
           PERFORM CCN-PRINT-BLOCKS
           CLOSE CCN-REPORT-FILE

           DISPLAY "Consolidation written to "
                   FUNCTION TRIM(WS-CCN-RPT-FILENAME) " - "
                   WS-CCN-BALANCED " of " WS-CCN-CNT
                   " campus extract(s) balanced, "
                   WS-CCN-BLOCK-STUDENTS " student(s) on the "
                   "cross-campus block list."
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "CAMPUS-CON" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "EXTRACTS OF " WS-CCN-RUN-DATE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "CAMPUSES:" WS-CCN-CNT "/BALANCED:" WS-CCN-BALANCED
                  "/BLOCKED:" WS-CCN-BLOCK-STUDENTS
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * A BLANK LINE AND THE SECTION TITLE IN WS-DPA-LINE
       CCN-HEADING.
           MOVE SPACES TO CCR-LINE-TEXT
           WRITE CCN-REPORT-RECORD
           MOVE WS-DPA-LINE TO CCR-LINE-TEXT
           WRITE CCN-REPORT-RECORD
           MOVE SPACES TO CCR-LINE-TEXT
           MOVE ALL "-" TO CCR-LINE-TEXT(1:60)
           WRITE CCN-REPORT-RECORD
           .

      * PASS 1 FOR CAMPUS WS-CCN-CX: COUNTS AND TOTALS THE DETAIL AND
      * COMPARES THEM WITH THE TRAILER. BALANCED / MISSING (NO FILE) /
      * BADHDR (WRONG CAMPUS OR DATE) / NOTRAIL (CUT OFF IN TRANSIT) /
      * MISMATCH (TOTALS DISAGREE)
       CCN-CHECK-EXTRACT.
           MOVE WS-CCN-CODE(WS-CCN-CX) TO WS-CCN-PREV-CAMPUS
           PERFORM CXT-BUILD-FILENAME
           OPEN INPUT CAMPUS-EXTRACT-FILE
           IF WS-CXT-STATUS NOT = "00"
               MOVE "MISSING" TO WS-CCN-STATE(WS-CCN-CX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CCN-HDR-OK
           MOVE 'N' TO WS-CCN-TRL-OK
           MOVE "MISMATCH" TO WS-CCN-STATE(WS-CCN-CX)
           MOVE 'N' TO WS-CXT-EOF
           PERFORM UNTIL WS-CXT-EOF = 'Y'
               READ CAMPUS-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-CXT-EOF
                   NOT AT END
                       PERFORM CCN-CHECK-RECORD
               END-READ
           END-PERFORM
           CLOSE CAMPUS-EXTRACT-FILE
           EVALUATE TRUE
               WHEN WS-CCN-HDR-OK = 'N'
                   MOVE "BADHDR" TO WS-CCN-STATE(WS-CCN-CX)
               WHEN WS-CCN-TRL-OK = 'N'
                   MOVE "NOTRAIL" TO WS-CCN-STATE(WS-CCN-CX)
           END-EVALUATE
           IF WS-CCN-STATE(WS-CCN-CX) = "BALANCED"
               ADD 1 TO WS-CCN-BALANCED
           END-IF
           .

       CCN-CHECK-RECORD.
           IF CXT-CAMPUS NOT = WS-CCN-CODE(WS-CCN-CX)
               OR CXT-EXTRACT-DATE NOT = WS-CCN-RUN-DATE
               MOVE 'N' TO WS-CCN-HDR-OK
               MOVE 'Y' TO WS-CXT-EOF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CXT-IS-HEADER
                   MOVE 'Y' TO WS-CCN-HDR-OK
                   EXIT PARAGRAPH
               WHEN CXT-IS-TRAILER
                   MOVE 'Y' TO WS-CCN-TRL-OK
                   MOVE CXT-DETAIL-COUNT
                       TO WS-CCN-EXPECTED(WS-CCN-CX)
                   IF CXT-DETAIL-COUNT = WS-CCN-DETAILS(WS-CCN-CX)
                       AND CXT-VISIT-COUNT = WS-CCN-VISITS(WS-CCN-CX)
                       AND CXT-VISIT-FEES = WS-CCN-FEES(WS-CCN-CX)
                       AND CXT-RCPT-COUNT = WS-CCN-RCPTS(WS-CCN-CX)
                       AND CXT-RCPT-AMOUNT
                           = WS-CCN-RCPT-AMT(WS-CCN-CX)
                       AND CXT-CITE-COUNT = WS-CCN-CITES(WS-CCN-CX)
                       AND CXT-CITE-FINES = WS-CCN-FINES(WS-CCN-CX)
                       AND CXT-UNPAID-COUNT
                           = WS-CCN-UNPAID(WS-CCN-CX)
                       AND CXT-UNPAID-AMOUNT
                           = WS-CCN-UNPAID-AMT(WS-CCN-CX)
                       AND CXT-HOLD-COUNT = WS-CCN-HOLDS(WS-CCN-CX)
                       MOVE "BALANCED" TO WS-CCN-STATE(WS-CCN-CX)
                   END-IF
                   MOVE 'Y' TO WS-CXT-EOF
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-CCN-HDR-OK = 'N'
               MOVE 'Y' TO WS-CXT-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CCN-DETAILS(WS-CCN-CX)
           EVALUATE TRUE
               WHEN CXT-IS-VISIT
                   ADD 1 TO WS-CCN-VISITS(WS-CCN-CX)
                   ADD CXV-FEE TO WS-CCN-FEES(WS-CCN-CX)
               WHEN CXT-IS-OCCUPANCY
                   MOVE CXO-CAPACITY TO WS-CCN-CAPACITY(WS-CCN-CX)
                   MOVE CXO-SLOTS-USED TO WS-CCN-USED(WS-CCN-CX)
                   MOVE CXO-PARKED TO WS-CCN-PARKED(WS-CCN-CX)
               WHEN CXT-IS-RECEIPTS
                   ADD CXR-COUNT TO WS-CCN-RCPTS(WS-CCN-CX)
                   ADD CXR-AMOUNT TO WS-CCN-RCPT-AMT(WS-CCN-CX)
               WHEN CXT-IS-CITATION
                   ADD 1 TO WS-CCN-CITES(WS-CCN-CX)
                   ADD CXC-FINE TO WS-CCN-FINES(WS-CCN-CX)
               WHEN CXT-IS-UNPAID
                   ADD 1 TO WS-CCN-UNPAID(WS-CCN-CX)
                   ADD CXU-AMOUNT TO WS-CCN-UNPAID-AMT(WS-CCN-CX)
               WHEN CXT-IS-HOLD
                   ADD 1 TO WS-CCN-HOLDS(WS-CCN-CX)
           END-EVALUATE
           .

      * PASS 2 FOR BALANCED CAMPUS WS-CCN-CX: ITS RECEIPT LINES ON THE
      * REPORT AND INTO THE ALL-CAMPUS TABLE, ITS UNPAID ITEMS AND
      * HOLDS ONTO THE CROSS-CAMPUS WORK FILE
       CCN-LOAD-EXTRACT.
           MOVE WS-CCN-CODE(WS-CCN-CX) TO WS-CCN-PREV-CAMPUS
           PERFORM CXT-BUILD-FILENAME
           OPEN INPUT CAMPUS-EXTRACT-FILE
           IF WS-CXT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CCR-LINE-TEXT
           STRING "  " WS-CCN-CODE(WS-CCN-CX) " "
                  WS-CCN-NAME(WS-CCN-CX)
                  DELIMITED BY SIZE
                  INTO CCR-LINE-TEXT
           END-STRING
           WRITE CCN-REPORT-RECORD
           MOVE 'N' TO WS-CXT-EOF
           PERFORM UNTIL WS-CXT-EOF = 'Y'
               READ CAMPUS-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-CXT-EOF
                   NOT AT END
                       PERFORM CCN-LOAD-RECORD
               END-READ
           END-PERFORM
           CLOSE CAMPUS-EXTRACT-FILE
           .

       CCN-LOAD-RECORD.
           EVALUATE TRUE
               WHEN CXT-IS-RECEIPTS
                   MOVE CXR-COUNT TO WS-CCN-CNT-EDIT
                   MOVE CXR-AMOUNT TO WS-CCN-AMT-EDIT
                   MOVE SPACES TO CCR-LINE-TEXT
                   STRING "    " CXR-REVENUE-TYPE " " CXR-TENDER " "
                          WS-CCN-CNT-EDIT " " WS-CCN-AMT-EDIT
                          DELIMITED BY SIZE
                          INTO CCR-LINE-TEXT
                   END-STRING
                   WRITE CCN-REPORT-RECORD
                   MOVE CXR-REVENUE-TYPE TO WS-CXT-TYPE
                   MOVE CXR-TENDER TO WS-CXT-TENDER
                   MOVE 0 TO WS-CXT-RX
                   PERFORM VARYING WS-CXT-RI FROM 1 BY 1
                           UNTIL WS-CXT-RI > WS-CXT-RV-CNT
                       IF WS-CXT-RV-TYPE(WS-CXT-RI) = WS-CXT-TYPE
                           AND WS-CXT-RV-TENDER(WS-CXT-RI)
                               = WS-CXT-TENDER
                           MOVE WS-CXT-RI TO WS-CXT-RX
                       END-IF
                   END-PERFORM
                   IF WS-CXT-RX = 0
                       IF WS-CXT-RV-CNT = 40
                           MOVE 40 TO WS-CXT-RX
                       ELSE
                           ADD 1 TO WS-CXT-RV-CNT
                           MOVE WS-CXT-RV-CNT TO WS-CXT-RX
                           MOVE WS-CXT-TYPE
                               TO WS-CXT-RV-TYPE(WS-CXT-RX)
                           MOVE WS-CXT-TENDER
                               TO WS-CXT-RV-TENDER(WS-CXT-RX)
                           MOVE 0 TO WS-CXT-RV-COUNT(WS-CXT-RX)
                           MOVE 0 TO WS-CXT-RV-AMOUNT(WS-CXT-RX)
                       END-IF
                   END-IF
                   ADD CXR-COUNT TO WS-CXT-RV-COUNT(WS-CXT-RX)
                   ADD CXR-AMOUNT TO WS-CXT-RV-AMOUNT(WS-CXT-RX)
               WHEN CXT-IS-UNPAID
                   MOVE CXU-STUDENT TO XCW-STUDENT
                   MOVE CXT-CAMPUS TO XCW-CAMPUS
                   MOVE CXU-SOURCE TO XCW-REASON
                   MOVE CXU-AMOUNT TO XCW-AMOUNT
                   MOVE CXU-REFERENCE TO XCW-DETAIL
                   WRITE XCAMPUS-WORK-RECORD
               WHEN CXT-IS-HOLD
                   MOVE CXD-STUDENT TO XCW-STUDENT
                   MOVE CXT-CAMPUS TO XCW-CAMPUS
                   MOVE "HOLD" TO XCW-REASON
                   MOVE 0 TO XCW-AMOUNT
                   MOVE SPACES TO XCW-DETAIL
                   STRING "UNTIL " CXD-EXPIRY " " CXD-REASON
                          DELIMITED BY SIZE
                          INTO XCW-DETAIL
                   END-STRING
                   WRITE XCAMPUS-WORK-RECORD
           END-EVALUATE
           .

      * REVENUE AND OCCUPANCY BY CAMPUS, BALANCED CAMPUSES IN THE
      * SYSTEM TOTAL, THE OTHERS LISTED WITH THEIR STATE ONLY
       CCN-PRINT-SUMMARY.
           MOVE "REVENUE AND OCCUPANCY BY CAMPUS" TO WS-DPA-LINE
           PERFORM CCN-HEADING
           MOVE SPACES TO CCR-LINE-TEXT
           STRING "  CAMPUS   VISITS   VISIT FEES       RECEIPTS    "
                  "RECEIPT TOTAL   PARKED USED/CAP  OCC%  CITES    "
                  "FINES ISSUED  UNPAID  HOLDS"
                  DELIMITED BY SIZE
                  INTO CCR-LINE-TEXT
           END-STRING
           WRITE CCN-REPORT-RECORD
           INITIALIZE WS-CCN-TOTALS
           PERFORM VARYING WS-CCN-CX FROM 1 BY 1
                   UNTIL WS-CCN-CX > WS-CCN-CNT
               IF WS-CCN-STATE(WS-CCN-CX) = "BALANCED"
                   PERFORM CCN-PRINT-CAMPUS-LINE
               ELSE
                   MOVE SPACES TO CCR-LINE-TEXT
                   STRING "  " WS-CCN-CODE(WS-CCN-CX)
                          " *** EXTRACT " WS-CCN-STATE(WS-CCN-CX)
                          " - NOT IN THE TOTALS ***"
                          DELIMITED BY SIZE
                          INTO CCR-LINE-TEXT
                   END-STRING
                   WRITE CCN-REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE WS-CCN-T-VISITS TO WS-CCN-CNT-EDIT
           MOVE WS-CCN-T-FEES TO WS-CCN-AMT-EDIT
           MOVE WS-CCN-T-RCPTS TO WS-CCN-CNT-EDIT2
           MOVE WS-CCN-T-RCPT-AMT TO WS-CCN-AMT-EDIT2
           MOVE 0 TO WS-CCN-OCC-PCT
           IF WS-CCN-T-CAPACITY > 0
               COMPUTE WS-CCN-OCC-PCT ROUNDED =
                   WS-CCN-T-USED * 100 / WS-CCN-T-CAPACITY
           END-IF
           MOVE WS-CCN-OCC-PCT TO WS-CCN-PCT-EDIT
           MOVE SPACES TO CCR-LINE-TEXT
           STRING "  TOTAL   " WS-CCN-CNT-EDIT WS-CCN-AMT-EDIT " "
                  WS-CCN-CNT-EDIT2 WS-CCN-AMT-EDIT2 "  "
                  WS-CCN-T-PARKED " " WS-CCN-T-USED "/"
                  WS-CCN-T-CAPACITY " " WS-CCN-PCT-EDIT
                  DELIMITED BY SIZE
                  INTO CCR-LINE-TEXT
           END-STRING
           WRITE CCN-REPORT-RECORD
           MOVE WS-CCN-T-FINES TO WS-CCN-AMT-EDIT
           MOVE WS-CCN-T-UNPAID-AMT TO WS-CCN-AMT-EDIT2
           MOVE SPACES TO CCR-LINE-TEXT
           STRING "          CITATIONS " WS-CCN-T-CITES
                  " FINES ISSUED " WS-CCN-AMT-EDIT
                  "  UNPAID ITEMS " WS-CCN-T-UNPAID
                  WS-CCN-AMT-EDIT2 "  HOLDS " WS-CCN-T-HOLDS
                  DELIMITED BY SIZE
                  INTO CCR-LINE-TEXT
           END-STRING
           WRITE CCN-REPORT-RECORD
           .

       CCN-PRINT-CAMPUS-LINE.
           ADD WS-CCN-VISITS(WS-CCN-CX) TO WS-CCN-T-VISITS
           ADD WS-CCN-FEES(WS-CCN-CX) TO WS-CCN-T-FEES
           ADD WS-CCN-CAPACITY(WS-CCN-CX) TO WS-CCN-T-CAPACITY
           ADD WS-CCN-USED(WS-CCN-CX) TO WS-CCN-T-USED
           ADD WS-CCN-PARKED(WS-CCN-CX) TO WS-CCN-T-PARKED
           ADD WS-CCN-RCPTS(WS-CCN-CX) TO WS-CCN-T-RCPTS
           ADD WS-CCN-RCPT-AMT(WS-CCN-CX) TO WS-CCN-T-RCPT-AMT
           ADD WS-CCN-CITES(WS-CCN-CX) TO WS-CCN-T-CITES
           ADD WS-CCN-FINES(WS-CCN-CX) TO WS-CCN-T-FINES
           ADD WS-CCN-UNPAID(WS-CCN-CX) TO WS-CCN-T-UNPAID
           ADD WS-CCN-UNPAID-AMT(WS-CCN-CX) TO WS-CCN-T-UNPAID-AMT
           ADD WS-CCN-HOLDS(WS-CCN-CX) TO WS-CCN-T-HOLDS
           MOVE WS-CCN-VISITS(WS-CCN-CX) TO WS-CCN-CNT-EDIT
           MOVE WS-CCN-FEES(WS-CCN-CX) TO WS-CCN-AMT-EDIT
           MOVE WS-CCN-RCPTS(WS-CCN-CX) TO WS-CCN-CNT-EDIT2
           MOVE WS-CCN-RCPT-AMT(WS-CCN-CX) TO WS-CCN-AMT-EDIT2
           MOVE 0 TO WS-CCN-OCC-PCT
           IF WS-CCN-CAPACITY(WS-CCN-CX) > 0
               COMPUTE WS-CCN-OCC-PCT ROUNDED =
                   WS-CCN-USED(WS-CCN-CX) * 100
                   / WS-CCN-CAPACITY(WS-CCN-CX)
           END-IF
           MOVE WS-CCN-OCC-PCT TO WS-CCN-PCT-EDIT
           MOVE SPACES TO CCR-LINE-TEXT
           STRING "  " WS-CCN-CODE(WS-CCN-CX) WS-CCN-CNT-EDIT
                  WS-CCN-AMT-EDIT " " WS-CCN-CNT-EDIT2
                  WS-CCN-AMT-EDIT2 "  " WS-CCN-PARKED(WS-CCN-CX) " "
                  WS-CCN-USED(WS-CCN-CX) "/"
                  WS-CCN-CAPACITY(WS-CCN-CX) "  " WS-CCN-PCT-EDIT
                  " " WS-CCN-CITES(WS-CCN-CX) " "
                  WS-CCN-UNPAID(WS-CCN-CX) " "
                  WS-CCN-HOLDS(WS-CCN-CX)
                  DELIMITED BY SIZE
                  INTO CCR-LINE-TEXT
           END-STRING
           WRITE CCN-REPORT-RECORD
           .

      * THE CROSS-CAMPUS BLOCK LIST - EVERY STUDENT WITH AN UNPAID
      * ITEM OR A HOLD AT ANY CAMPUS, IN STUDENT ORDER, SO THE BOOTH
      * AT ONE CAMPUS CAN SEE A STUDENT BLOCKED AT ANOTHER. A STUDENT
      * BLOCKED AT MORE THAN ONE CAMPUS IS FLAGGED
       CCN-PRINT-BLOCKS.
           SORT XCAMPUS-SORT-FILE
               ON ASCENDING KEY XCS-STUDENT XCS-CAMPUS
               USING XCAMPUS-WORK-FILE
               GIVING XCAMPUS-BLOCK-FILE
           MOVE "CROSS-CAMPUS BLOCK LIST (UNPAID ITEMS AND HOLDS)"
               TO WS-DPA-LINE
           PERFORM CCN-HEADING
           MOVE 0 TO WS-CCN-BLOCK-LINES
           MOVE 0 TO WS-CCN-BLOCK-STUDENTS
           MOVE 0 TO WS-CCN-MULTI-STUDENTS
           MOVE SPACES TO WS-CCN-PREV-STUDENT
           MOVE SPACES TO WS-CCN-PREV-CAMPUS
           MOVE 0 TO WS-CCN-STU-CAMPUSES
           OPEN INPUT XCAMPUS-BLOCK-FILE
           IF WS-XCB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CXT-EOF
           PERFORM UNTIL WS-CXT-EOF = 'Y'
               READ XCAMPUS-BLOCK-FILE
                   AT END
                       MOVE 'Y' TO WS-CXT-EOF
                   NOT AT END
                       PERFORM CCN-PRINT-BLOCK-LINE
               END-READ
           END-PERFORM
           CLOSE XCAMPUS-BLOCK-FILE
           IF WS-CCN-STU-CAMPUSES > 1
               ADD 1 TO WS-CCN-MULTI-STUDENTS
           END-IF
           MOVE SPACES TO CCR-LINE-TEXT
           WRITE CCN-REPORT-RECORD
           MOVE SPACES TO CCR-LINE-TEXT
           STRING "  " WS-CCN-BLOCK-STUDENTS " STUDENT(S), "
                  WS-CCN-BLOCK-LINES " ITEM(S), "
                  WS-CCN-MULTI-STUDENTS
                  " BLOCKED AT MORE THAN ONE CAMPUS"
                  DELIMITED BY SIZE
                  INTO CCR-LINE-TEXT
           END-STRING
           WRITE CCN-REPORT-RECORD
           .

       CCN-PRINT-BLOCK-LINE.
           ADD 1 TO WS-CCN-BLOCK-LINES
           IF XCB-STUDENT NOT = WS-CCN-PREV-STUDENT
               IF WS-CCN-STU-CAMPUSES > 1
                   ADD 1 TO WS-CCN-MULTI-STUDENTS
               END-IF
               ADD 1 TO WS-CCN-BLOCK-STUDENTS
               MOVE XCB-STUDENT TO WS-CCN-PREV-STUDENT
               MOVE SPACES TO WS-CCN-PREV-CAMPUS
               MOVE 0 TO WS-CCN-STU-CAMPUSES
           END-IF
           IF XCB-CAMPUS NOT = WS-CCN-PREV-CAMPUS
               ADD 1 TO WS-CCN-STU-CAMPUSES
               MOVE XCB-CAMPUS TO WS-CCN-PREV-CAMPUS
           END-IF
           MOVE XCB-AMOUNT TO WS-CCN-AMT-EDIT
           MOVE SPACES TO CCR-LINE-TEXT
           IF XCB-REASON = "HOLD"
               STRING "  " XCB-STUDENT " " XCB-CAMPUS " HOLD   "
                      "                " XCB-DETAIL
                      DELIMITED BY SIZE
                      INTO CCR-LINE-TEXT
               END-STRING
           ELSE
               STRING "  " XCB-STUDENT " " XCB-CAMPUS " " XCB-REASON
                      "  " WS-CCN-AMT-EDIT " " XCB-DETAIL
                      DELIMITED BY SIZE
                      INTO CCR-LINE-TEXT
               END-STRING
           END-IF
           WRITE CCN-REPORT-RECORD
           .

      * THE GATE READER REPORTS THE TAG'S SERIAL IN THE OLD STUDENT-
      * NUMBER POSITION OF THE FEED. THE REGISTER SAYS WHOSE TAG IT IS;
      * A TAG REPORTED LOST, REPLACED OR HANDED BACK - OR ONE NEVER
      * ISSUED - IS REFUSED AND SECURITY ALERTED THE WAY A WATCHLIST
      * HIT IS. TAGS CUT BEFORE THE REGISTER CARRY THE STUDENT NUMBER
      * ITSELF AND ARE HONOURED WHILE TAG-LEGACY-READS IS Y, UNLESS THE
      * STUDENT HAS SINCE BEEN ISSUED A REGISTERED TAG. CALLERS SET
      * WS-WTC-CONTEXT; WS-TAG-STUDENT / WS-TAG-PLATE COME BACK, OR
      * WS-TAG-REFUSED = 'Y' WITH THE REASON IN WS-SUSPENSE-REASON
       RESOLVE-SCANNER-TAG.
           MOVE 'N' TO WS-TAG-REFUSED
           MOVE SCN-STUDENT-NUMBER TO WS-TAG-STUDENT
           MOVE SPACES TO WS-TAG-PLATE
           OPEN INPUT TAG-FILE
           IF WS-TAGREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SCN-STUDENT-NUMBER TO TAG-SERIAL
           READ TAG-FILE
               INVALID KEY
                   PERFORM RESOLVE-LEGACY-TAG
               NOT INVALID KEY
                   IF TAG-IS-ACTIVE
                       MOVE TAG-STUDENT-NUMBER TO WS-TAG-STUDENT
                       MOVE TAG-PLATE TO WS-TAG-PLATE
                   ELSE
                       MOVE 'Y' TO WS-TAG-REFUSED
                       MOVE TAG-STUDENT-NUMBER TO WS-TAG-STUDENT
                       MOVE SPACES TO WS-SUSPENSE-REASON
                       IF TAG-IS-STOCK
                           MOVE "TAG NEVER ISSUED"
                               TO WS-SUSPENSE-REASON
                       ELSE
                           STRING "TAG " TAG-STATUS
                                  DELIMITED BY SIZE
                                  INTO WS-SUSPENSE-REASON
                           END-STRING
                       END-IF
                   END-IF
           END-READ
           CLOSE TAG-FILE
           IF WS-TAG-REFUSED = 'Y'
               PERFORM RAISE-TAG-ALERT
           END-IF
           .

      * NOT A REGISTERED SERIAL - TAKEN AS A PRE-REGISTER TAG CARRYING
      * A STUDENT NUMBER, IF THOSE ARE STILL HONOURED AND THE STUDENT
      * HAS NO REGISTERED TAG IN FORCE (WHICH WOULD MEAN THE OLD ONE
      * SHOULD HAVE BEEN GIVEN UP). CALLED WITH TAG-FILE OPEN INPUT
       RESOLVE-LEGACY-TAG.
           IF WS-TAG-LEGACY-READS NOT = 'Y'
               MOVE 'Y' TO WS-TAG-REFUSED
               MOVE SPACES TO WS-TAG-STUDENT
               MOVE "TAG NOT REGISTERED" TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SCN-STUDENT-NUMBER TO TAG-STUDENT-NUMBER
           MOVE 'N' TO WS-TAG-EOF
           START TAG-FILE KEY IS = TAG-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-TAG-EOF
           END-START
           PERFORM UNTIL WS-TAG-EOF = 'Y'
               READ TAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TAG-EOF
                   NOT AT END
                       IF TAG-STUDENT-NUMBER NOT = SCN-STUDENT-NUMBER
                           MOVE 'Y' TO WS-TAG-EOF
                       ELSE
                           IF TAG-IS-ACTIVE
                               MOVE 'Y' TO WS-TAG-REFUSED
                               MOVE "OLD TAG - NEW TAG ISSUED"
                                   TO WS-SUSPENSE-REASON
                               MOVE 'Y' TO WS-TAG-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * A DEAD TAG AT THE GATE MEANS SOMEONE OTHER THAN ITS OWNER MAY BE
      * HOLDING IT - A DISTINCTIVE ALERT TO THE CLERK AND A LINE ON THE
      * SECURITY ALERT LOG, THE SAME AS A WATCHLIST HIT
       RAISE-TAG-ALERT.
           DISPLAY "*********************************************"
           DISPLAY "*** DEACTIVATED PARKING TAG " SCN-STUDENT-NUMBER
                   " ***"
           DISPLAY "*** " FUNCTION TRIM(WS-SUSPENSE-REASON) " - PLATE "
                   SCN-LICENSE-PLATE " ***"
           DISPLAY "*** NOTIFY CAMPUS SECURITY - DO NOT ALARM ***"
           DISPLAY "*** THE DRIVER                            ***"
           DISPLAY "*********************************************"

           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               STRING "Alert Log Open Error: " WS-ALERT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "RAISE-TAG-ALERT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO WS-DATE-TIME
           END-STRING
           MOVE SPACES TO ALERT-RECORD
           STRING WS-DATE-TIME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  SCN-LICENSE-PLATE DELIMITED BY SIZE
                  " | LOT: " DELIMITED BY SIZE
                  SCN-LOT-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-WTC-CONTEXT DELIMITED BY SIZE
                  " | TAG " DELIMITED BY SIZE
                  SCN-STUDENT-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SUSPENSE-REASON DELIMITED BY SIZE
                  " | ISSUED TO: " DELIMITED BY SIZE
                  WS-TAG-STUDENT DELIMITED BY SIZE
                  INTO ALERT-RECORD
           END-STRING
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           .

      * MENU OPTION - THE TAG COUNTER: RECEIVE BLANK TAGS INTO STOCK
      * (SUPERVISOR), ISSUE ONE TO A STUDENT AND PLATE, REPORT ONE
      * LOST, REPLACE ONE (LOST OR HANDED IN DAMAGED), OR TAKE ONE BACK
       TAG-REGISTER-MAINTENANCE.
           DISPLAY "--- RFID Parking Tags ---"
           DISPLAY "R-Receive stock  I-Issue  L-Report lost  "
                   "X-Replace  T-Take back: " WITH NO ADVANCING
           ACCEPT WS-TAG-ACTION
           MOVE FUNCTION UPPER-CASE(WS-TAG-ACTION) TO WS-TAG-ACTION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           EVALUATE WS-TAG-ACTION
               WHEN "R"
                   PERFORM TAG-RECEIVE-STOCK
               WHEN "I"
                   PERFORM TAG-ISSUE
               WHEN "L"
                   PERFORM TAG-REPORT-LOST
               WHEN "X"
                   PERFORM TAG-REPLACE
               WHEN "T"
                   PERFORM TAG-TAKE-BACK
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           .

      * OPENS THE REGISTER I-O, CREATING IT ON FIRST USE
       OPEN-TAG-REGISTER.
           OPEN I-O TAG-FILE
           IF WS-TAGREG-STATUS = "35"
               OPEN OUTPUT TAG-FILE
               CLOSE TAG-FILE
               OPEN I-O TAG-FILE
           END-IF
           IF WS-TAGREG-STATUS NOT = "00"
               STRING "Tag Register Open Error: " WS-TAGREG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "OPEN-TAG-REGISTER" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * A BOX OF BLANK TAGS FROM THE SUPPLIER - ONE SERIAL PER LINE,
      * BLANK TO FINISH. A SERIAL ALREADY ON THE REGISTER IS REFUSED
       TAG-RECEIVE-STOCK.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-TAG-REGISTER
           IF WS-TAGREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TAG-RECEIVED
           MOVE 'N' TO WS-TAG-EOF
           PERFORM UNTIL WS-TAG-EOF = 'Y'
               DISPLAY "Tag serial (blank to finish): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-TAG-SERIAL-IN
               ACCEPT WS-TAG-SERIAL-IN
               MOVE FUNCTION UPPER-CASE(WS-TAG-SERIAL-IN)
                   TO WS-TAG-SERIAL-IN
               IF WS-TAG-SERIAL-IN = SPACES
                   MOVE 'Y' TO WS-TAG-EOF
               ELSE
                   INITIALIZE TAG-RECORD
                   MOVE WS-TAG-SERIAL-IN TO TAG-SERIAL
                   MOVE "STOCK" TO TAG-STATUS
                   MOVE WS-TODAY-DATE TO TAG-RECEIVED-ON
                   WRITE TAG-RECORD
                   IF WS-TAGREG-STATUS = "22"
                       DISPLAY "Serial " WS-TAG-SERIAL-IN
                               " is already on the register."
                   ELSE
                       IF WS-TAGREG-STATUS = "00"
                           ADD 1 TO WS-TAG-RECEIVED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TAG-FILE
           DISPLAY WS-TAG-RECEIVED " tag(s) received into stock."
           IF WS-TAG-RECEIVED > 0
               MOVE SPACES TO STUDENT-NUMBER
               MOVE "TAG-STOCK" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "RECEIVED:" WS-TAG-RECEIVED
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-AFTER
               END-STRING
               PERFORM APPEND-AUDIT-RECORD
           END-IF
           .

      * HANDS A STOCK (OR PREVIOUSLY RETURNED) TAG TO A STUDENT FOR ONE
      * PLATE. A SECOND TAG FOR A PLATE THAT ALREADY HAS ONE IN FORCE
      * IS REFUSED - THAT IS A REPLACEMENT, AND IS CHARGED AS ONE
       TAG-ISSUE.
           DISPLAY "Tag serial to issue: " WITH NO ADVANCING
           MOVE SPACES TO WS-TAG-SERIAL-IN
           ACCEPT WS-TAG-SERIAL-IN
           MOVE FUNCTION UPPER-CASE(WS-TAG-SERIAL-IN)
               TO WS-TAG-SERIAL-IN
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-MASTER
           IF WS-ON-ROSTER = 'N'
               DISPLAY "Student is not on the registrar's roster."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter License Plate: " WITH NO ADVANCING
           ACCEPT WS-PLATE
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid License Plate!"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-TAG-REGISTER
           IF WS-TAGREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM TAG-FIND-ACTIVE-FOR-PLATE
           IF WS-TAG-FOUND = 'Y'
               DISPLAY "Tag " TAG-SERIAL " is already in force for "
                       "that plate - use X-Replace."
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAG-SERIAL-IN TO TAG-SERIAL
           READ TAG-FILE
               INVALID KEY
                   DISPLAY "Serial " WS-TAG-SERIAL-IN
                           " is not on the register."
                   CLOSE TAG-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT TAG-IS-STOCK AND NOT TAG-IS-RETURNED
               DISPLAY "Tag " TAG-SERIAL " is " TAG-STATUS
                       " - it cannot be issued."
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE TAG-STATUS TO WS-TAG-OLD-STATUS
           PERFORM TAG-FILL-ISSUE
           REWRITE TAG-RECORD
           IF WS-TAGREG-STATUS NOT = "00"
               STRING "Tag Register Rewrite Error: " WS-TAGREG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "TAG-ISSUE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE TAG-FILE
           DISPLAY "Tag " TAG-SERIAL " issued to " WS-STUDENT-NUMBER
                   " for plate " WS-PLATE

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "TAG-ISSUE" TO WS-AUDIT-ACTION
           MOVE WS-TAG-OLD-STATUS TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "TAG:" TAG-SERIAL "/PLATE:" WS-PLATE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * THE ISSUE FIELDS FOR WS-STUDENT-NUMBER / WS-PLATE, LAID INTO
      * THE TAG RECORD IN THE FD
       TAG-FILL-ISSUE.
           MOVE "ACTIVE" TO TAG-STATUS
           MOVE WS-STUDENT-NUMBER TO TAG-STUDENT-NUMBER
           MOVE WS-PLATE TO TAG-PLATE
           MOVE WS-TODAY-DATE TO TAG-ISSUED-ON
           MOVE WS-OPERATOR-ID TO TAG-ISSUED-BY
           MOVE SPACES TO TAG-STATUS-ON
           MOVE SPACES TO TAG-STATUS-BY
           MOVE SPACES TO TAG-REPLACED-BY
           MOVE 0 TO TAG-FEE-RECEIPT
           .

      * IS THERE ALREADY A TAG IN FORCE FOR WS-STUDENT-NUMBER AND
      * WS-PLATE? WALKS THE STUDENT'S TAGS ON THE ALTERNATE KEY; A HIT
      * LEAVES THAT TAG IN THE FD. CALLED WITH TAG-FILE OPEN
       TAG-FIND-ACTIVE-FOR-PLATE.
           MOVE 'N' TO WS-TAG-FOUND
           MOVE WS-STUDENT-NUMBER TO TAG-STUDENT-NUMBER
           MOVE 'N' TO WS-TAG-EOF
           START TAG-FILE KEY IS = TAG-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-TAG-EOF
           END-START
           PERFORM UNTIL WS-TAG-EOF = 'Y'
               READ TAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TAG-EOF
                   NOT AT END
                       IF TAG-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-TAG-EOF
                       ELSE
                           IF TAG-IS-ACTIVE AND TAG-PLATE = WS-PLATE
                               MOVE 'Y' TO WS-TAG-FOUND
                               MOVE 'Y' TO WS-TAG-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * READS THE TAG KEYED INTO WS-TAG-SERIAL-IN FOR UPDATE; WS-TAG-
      * FOUND SAYS WHETHER IT IS ON THE REGISTER. CALLED WITH TAG-FILE
      * OPEN I-O
       TAG-READ-FOR-UPDATE.
           MOVE 'Y' TO WS-TAG-FOUND
           MOVE WS-TAG-SERIAL-IN TO TAG-SERIAL
           READ TAG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TAG-FOUND
                   DISPLAY "Serial " WS-TAG-SERIAL-IN
                           " is not on the register."
           END-READ
           .

      * THE STUDENT SAYS THE TAG IS GONE - IT STOPS OPENING THE GATE
      * FROM THIS MOMENT. THE REPLACEMENT (AND ITS FEE) IS OFFERED
      * STRAIGHT AWAY BUT CAN BE DONE LATER WITH X-REPLACE
       TAG-REPORT-LOST.
           DISPLAY "Lost tag serial: " WITH NO ADVANCING
           MOVE SPACES TO WS-TAG-SERIAL-IN
           ACCEPT WS-TAG-SERIAL-IN
           MOVE FUNCTION UPPER-CASE(WS-TAG-SERIAL-IN)
               TO WS-TAG-SERIAL-IN
           PERFORM OPEN-TAG-REGISTER
           IF WS-TAGREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM TAG-READ-FOR-UPDATE
           IF WS-TAG-FOUND = 'N'
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT TAG-IS-ACTIVE
               DISPLAY "Tag " TAG-SERIAL " is " TAG-STATUS
                       " - only a tag in force can be reported lost."
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "LOST" TO TAG-STATUS
           MOVE WS-TODAY-DATE TO TAG-STATUS-ON
           MOVE WS-OPERATOR-ID TO TAG-STATUS-BY
           REWRITE TAG-RECORD
           IF WS-TAGREG-STATUS NOT = "00"
               STRING "Tag Register Rewrite Error: " WS-TAGREG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "TAG-REPORT-LOST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE TAG-FILE
           DISPLAY "Tag " TAG-SERIAL " reported lost - it will no "
                   "longer open the gate."
           MOVE TAG-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "TAG-LOST" TO WS-AUDIT-ACTION
           MOVE "ACTIVE" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "TAG:" TAG-SERIAL "/PLATE:" TAG-PLATE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD

           DISPLAY "Issue the replacement now? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN = "Y"
               PERFORM TAG-REPLACE-SERIAL
           END-IF
           .

      * MENU PATH FOR A REPLACEMENT - ASKS WHICH TAG IS BEING REPLACED
       TAG-REPLACE.
           DISPLAY "Tag serial being replaced: " WITH NO ADVANCING
           MOVE SPACES TO WS-TAG-SERIAL-IN
           ACCEPT WS-TAG-SERIAL-IN
           MOVE FUNCTION UPPER-CASE(WS-TAG-SERIAL-IN)
               TO WS-TAG-SERIAL-IN
           PERFORM TAG-REPLACE-SERIAL
           .

      * REPLACES THE TAG IN WS-TAG-SERIAL-IN WITH A TAG FROM STOCK FOR
      * THE SAME STUDENT AND PLATE. A LOST TAG (OR ONE IN FORCE THAT
      * IS NOT BEING HANDED BACK) IS CHARGED THE REPLACEMENT FEE
      * THROUGH THE ORDINARY RECEIPT PATH, BOOKED TO PERMIT REVENUE
      * SINCE THE TAG IS PART OF THE PERMIT; A DAMAGED TAG HANDED IN
      * IS SWAPPED FREE. THE OLD TAG IS MARKED REPLACED AND NAMES ITS
      * SUCCESSOR AND THE FEE RECEIPT
       TAG-REPLACE-SERIAL.
           PERFORM OPEN-TAG-REGISTER
           IF WS-TAGREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM TAG-READ-FOR-UPDATE
           IF WS-TAG-FOUND = 'N'
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT TAG-IS-ACTIVE AND NOT TAG-IS-LOST
               DISPLAY "Tag " TAG-SERIAL " is " TAG-STATUS
                       " - there is nothing to replace."
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE TAG-STATUS TO WS-TAG-OLD-STATUS
           MOVE TAG-STUDENT-NUMBER TO WS-STUDENT-NUMBER
           MOVE TAG-PLATE TO WS-PLATE
           MOVE 'N' TO WS-TAG-HANDED-BACK
           IF TAG-IS-ACTIVE
               DISPLAY "Is the old tag being handed back? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRM-YN
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN)
                   TO WS-CONFIRM-YN
               IF WS-CONFIRM-YN = "Y"
                   MOVE 'Y' TO WS-TAG-HANDED-BACK
               END-IF
           END-IF

           DISPLAY "Replacement tag serial: " WITH NO ADVANCING
           MOVE SPACES TO WS-TAG-NEW-SERIAL
           ACCEPT WS-TAG-NEW-SERIAL
           MOVE FUNCTION UPPER-CASE(WS-TAG-NEW-SERIAL)
               TO WS-TAG-NEW-SERIAL
           MOVE WS-TAG-NEW-SERIAL TO TAG-SERIAL
           READ TAG-FILE
               INVALID KEY
                   DISPLAY "Serial " WS-TAG-NEW-SERIAL
                           " is not on the register."
                   CLOSE TAG-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT TAG-IS-STOCK AND NOT TAG-IS-RETURNED
               DISPLAY "Tag " TAG-SERIAL " is " TAG-STATUS
                       " - it cannot be issued."
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RECEIPT-DISPLAY
           IF WS-TAG-HANDED-BACK = 'N' AND WS-TAG-REPLACE-FEE > 0
               MOVE WS-TAG-REPLACE-FEE TO WS-PAY-AMOUNT-DUE
               MOVE "PERMIT" TO WS-PAY-REV-TYPE
               MOVE "PERMIT-TAG" TO WS-PAY-AUDIT-ACTION
               PERFORM RECORD-FEE-PAYMENT
           END-IF

           MOVE WS-TAG-NEW-SERIAL TO TAG-SERIAL
           READ TAG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM TAG-FILL-ISSUE
           REWRITE TAG-RECORD
           IF WS-TAGREG-STATUS NOT = "00"
               STRING "Tag Register Rewrite Error: " WS-TAGREG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "TAG-REPLACE-SERIAL" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAG-SERIAL-IN TO TAG-SERIAL
           READ TAG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE "REPLACED" TO TAG-STATUS
           IF WS-TAG-OLD-STATUS = "ACTIVE"
               MOVE WS-TODAY-DATE TO TAG-STATUS-ON
               MOVE WS-OPERATOR-ID TO TAG-STATUS-BY
           END-IF
           MOVE WS-TAG-NEW-SERIAL TO TAG-REPLACED-BY
           MOVE WS-RECEIPT-DISPLAY TO TAG-FEE-RECEIPT
           REWRITE TAG-RECORD
           IF WS-TAGREG-STATUS NOT = "00"
               STRING "Tag Register Rewrite Error: " WS-TAGREG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "TAG-REPLACE-SERIAL" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE TAG-FILE
           DISPLAY "Tag " WS-TAG-NEW-SERIAL " issued to "
                   WS-STUDENT-NUMBER " in place of " WS-TAG-SERIAL-IN

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "TAG-REPL" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "TAG:" WS-TAG-SERIAL-IN "/" WS-TAG-OLD-STATUS
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "TAG:" WS-TAG-NEW-SERIAL "/PLATE:" WS-PLATE
                  "/RCPT:" WS-RECEIPT-DISPLAY
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * THE STUDENT HANDS THE TAG BACK (SOLD THE VEHICLE, LEAVING THE
      * UNIVERSITY). IT STOPS OPENING THE GATE AND CAN BE REISSUED
       TAG-TAKE-BACK.
           DISPLAY "Tag serial handed back: " WITH NO ADVANCING
           MOVE SPACES TO WS-TAG-SERIAL-IN
           ACCEPT WS-TAG-SERIAL-IN
           MOVE FUNCTION UPPER-CASE(WS-TAG-SERIAL-IN)
               TO WS-TAG-SERIAL-IN
           PERFORM OPEN-TAG-REGISTER
           IF WS-TAGREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM TAG-READ-FOR-UPDATE
           IF WS-TAG-FOUND = 'N'
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT TAG-IS-ACTIVE AND NOT TAG-IS-LOST
               DISPLAY "Tag " TAG-SERIAL " is " TAG-STATUS
                       " - it was not out with a student."
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE TAG-STATUS TO WS-TAG-OLD-STATUS
           MOVE "RETURNED" TO TAG-STATUS
           MOVE WS-TODAY-DATE TO TAG-STATUS-ON
           MOVE WS-OPERATOR-ID TO TAG-STATUS-BY
           REWRITE TAG-RECORD
           IF WS-TAGREG-STATUS NOT = "00"
               STRING "Tag Register Rewrite Error: " WS-TAGREG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "TAG-TAKE-BACK" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE TAG-FILE
           DISPLAY "Tag " TAG-SERIAL " taken back into stock."
           MOVE TAG-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "TAG-RETURN" TO WS-AUDIT-ACTION
           MOVE WS-TAG-OLD-STATUS TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "TAG:" TAG-SERIAL "/PLATE:" TAG-PLATE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * MENU OPTION - TAG INVENTORY: HOW MANY TAGS ARE OUT WITH
      * STUDENTS, HOW MANY ARE LOST OR REPLACED, AND THE UNISSUED STOCK
      * ON HAND (NEW TAGS AND RETURNED ONES), WITH THE LOST TAGS AND
      * THE STOCK SERIALS LISTED SO THE DRAWER CAN BE COUNTED. THE
      * LISTING GOES TO TAG-INVENTORY.rpt FOR THE COUNT SHEET; THE
      * TOTALS ARE SHOWN ON THE SCREEN AS WELL
       TAG-INVENTORY-REPORT.
           INITIALIZE WS-TAG-COUNTS
           OPEN INPUT TAG-FILE
           IF WS-TAGREG-STATUS NOT = "00"
               DISPLAY "No tags on the register."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TAG-RPT-FILE
           IF WS-TGR-STATUS NOT = "00"
               STRING "Tag Report Open Error: " WS-TGR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "TAG-INVENTORY-REPORT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE TAG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE '1' TO TGR-CARRIAGE-CONTROL
           MOVE SPACES TO TGR-LINE-TEXT
           STRING "RFID TAG INVENTORY   PRINTED " WS-YEAR "-" WS-MONTH
                  "-" WS-DAY " BY " WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO TGR-LINE-TEXT
           END-STRING
           WRITE TAG-RPT-RECORD
           MOVE ' ' TO TGR-CARRIAGE-CONTROL
           MOVE SPACES TO TGR-LINE-TEXT
           WRITE TAG-RPT-RECORD
           MOVE "LOST TAGS (SERIAL | STUDENT | PLATE | LOST ON)"
               TO TGR-LINE-TEXT
           WRITE TAG-RPT-RECORD
           MOVE 'N' TO WS-TAG-EOF
           PERFORM UNTIL WS-TAG-EOF = 'Y'
               READ TAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TAG-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TAG-IS-STOCK
                               ADD 1 TO WS-TAG-CNT-STOCK
                           WHEN TAG-IS-ACTIVE
                               ADD 1 TO WS-TAG-CNT-ACTIVE
                           WHEN TAG-IS-LOST
                               ADD 1 TO WS-TAG-CNT-LOST
                               MOVE SPACES TO TGR-LINE-TEXT
                               STRING "  " TAG-SERIAL " | "
                                      TAG-STUDENT-NUMBER " | "
                                      TAG-PLATE " | " TAG-STATUS-ON
                                      DELIMITED BY SIZE
                                      INTO TGR-LINE-TEXT
                               END-STRING
                               WRITE TAG-RPT-RECORD
                           WHEN TAG-IS-REPLACED
                               ADD 1 TO WS-TAG-CNT-REPLACED
                           WHEN TAG-IS-RETURNED
                               ADD 1 TO WS-TAG-CNT-RETURNED
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TAG-FILE

           MOVE SPACES TO TGR-LINE-TEXT
           WRITE TAG-RPT-RECORD
           MOVE "UNISSUED STOCK ON HAND" TO TGR-LINE-TEXT
           WRITE TAG-RPT-RECORD
           OPEN INPUT TAG-FILE
           MOVE 'N' TO WS-TAG-EOF
           PERFORM UNTIL WS-TAG-EOF = 'Y'
               READ TAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TAG-EOF
                   NOT AT END
                       IF TAG-IS-STOCK
                           MOVE SPACES TO TGR-LINE-TEXT
                           STRING "  " TAG-SERIAL " NEW, RECEIVED "
                                  TAG-RECEIVED-ON
                                  DELIMITED BY SIZE
                                  INTO TGR-LINE-TEXT
                           END-STRING
                           WRITE TAG-RPT-RECORD
                       END-IF
                       IF TAG-IS-RETURNED
                           MOVE SPACES TO TGR-LINE-TEXT
                           STRING "  " TAG-SERIAL " RETURNED "
                                  TAG-STATUS-ON " BY "
                                  TAG-STUDENT-NUMBER
                                  DELIMITED BY SIZE
                                  INTO TGR-LINE-TEXT
                           END-STRING
                           WRITE TAG-RPT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAG-FILE

           MOVE SPACES TO TGR-LINE-TEXT
           WRITE TAG-RPT-RECORD
           MOVE SPACES TO TGR-LINE-TEXT
           STRING "ISSUED (IN FORCE)    : " WS-TAG-CNT-ACTIVE
                  DELIMITED BY SIZE INTO TGR-LINE-TEXT
           END-STRING
           WRITE TAG-RPT-RECORD
           MOVE SPACES TO TGR-LINE-TEXT
           STRING "LOST                 : " WS-TAG-CNT-LOST
                  DELIMITED BY SIZE INTO TGR-LINE-TEXT
           END-STRING
           WRITE TAG-RPT-RECORD
           MOVE SPACES TO TGR-LINE-TEXT
           STRING "REPLACED             : " WS-TAG-CNT-REPLACED
                  DELIMITED BY SIZE INTO TGR-LINE-TEXT
           END-STRING
           WRITE TAG-RPT-RECORD
           MOVE SPACES TO TGR-LINE-TEXT
           STRING "UNISSUED - NEW STOCK : " WS-TAG-CNT-STOCK
                  DELIMITED BY SIZE INTO TGR-LINE-TEXT
           END-STRING
           WRITE TAG-RPT-RECORD
           MOVE SPACES TO TGR-LINE-TEXT
           STRING "UNISSUED - RETURNED  : " WS-TAG-CNT-RETURNED
                  DELIMITED BY SIZE INTO TGR-LINE-TEXT
           END-STRING
           WRITE TAG-RPT-RECORD
           CLOSE TAG-RPT-FILE

           DISPLAY "--- RFID Tag Inventory ---"
           DISPLAY "Issued (in force)    : " WS-TAG-CNT-ACTIVE
           DISPLAY "Lost                 : " WS-TAG-CNT-LOST
           DISPLAY "Replaced             : " WS-TAG-CNT-REPLACED
           DISPLAY "Unissued - new stock : " WS-TAG-CNT-STOCK
           DISPLAY "Unissued - returned  : " WS-TAG-CNT-RETURNED
           DISPLAY "Tag inventory written to TAG-INVENTORY.rpt"
           .

      * THE STUDENT'S RFID TAGS - LISTED, OR THEIR PLATES MASKED WHEN
      * ANONYMIZING (SERIAL, STATUS AND DATES STAY FOR THE INVENTORY)
       DPA-TAGS.
           MOVE 0 TO WS-DPA-COUNT
           IF WS-DPA-MODE = 'X'
               MOVE "RFID PARKING TAGS" TO WS-DPA-LINE
               PERFORM DPA-SECTION-HEADING
               OPEN INPUT TAG-FILE
           ELSE
               OPEN I-O TAG-FILE
           END-IF
           IF WS-TAGREG-STATUS = "00"
               MOVE WS-DPA-STUDENT TO TAG-STUDENT-NUMBER
               MOVE 'N' TO WS-TAG-EOF
               START TAG-FILE KEY IS = TAG-STUDENT-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-TAG-EOF
               END-START
               PERFORM UNTIL WS-TAG-EOF = 'Y'
                   READ TAG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TAG-EOF
                       NOT AT END
                           IF TAG-STUDENT-NUMBER NOT = WS-DPA-STUDENT
                               MOVE 'Y' TO WS-TAG-EOF
                           ELSE
                               PERFORM DPA-TAG-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAG-FILE
           END-IF
           IF WS-DPA-MODE = 'X'
               PERFORM DPA-SECTION-COUNT
           END-IF
           .

       DPA-TAG-ONE.
           ADD 1 TO WS-DPA-COUNT
           MOVE TAG-PLATE TO WS-DPA-PLATE-IN
           PERFORM DPA-NOTE-PLATE
           IF WS-DPA-MODE = 'X'
               MOVE SPACES TO DPR-LINE-TEXT
               STRING "  TAG: " TAG-SERIAL "  " TAG-STATUS
                      "  PLATE: " TAG-PLATE
                      "  ISSUED: " TAG-ISSUED-ON
                      "  STATUS SINCE: " TAG-STATUS-ON
                      DELIMITED BY SIZE
                      INTO DPR-LINE-TEXT
               END-STRING
               WRITE DPA-REPORT-RECORD
           ELSE
               IF WS-DPA-MASK NOT = SPACES
                   MOVE WS-DPA-MASK TO TAG-PLATE
                   REWRITE TAG-RECORD
               END-IF
           END-IF
           .

      * TODAY, THE GRACE CUTOFF (TODAY LESS DOC-GRACE-DAYS) AND THE
      * NOTICE HORIZON (TODAY PLUS DOC-NOTICE-DAYS) AS YYYY-MM-DD, SO
      * THE STORED EXPIRY DATES CAN BE COMPARED AS THEY STAND
       VDC-SET-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-VDC-TODAY
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-VDC-TODAY
           END-STRING
           COMPUTE WS-VDC-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
               - WS-DOC-GRACE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-VDC-INT) TO WS-VDC-YMD
           MOVE SPACES TO WS-VDC-CUTOFF
           STRING WS-VDC-YMD(1:4) "-" WS-VDC-YMD(5:2) "-"
                  WS-VDC-YMD(7:2)
                  DELIMITED BY SIZE
                  INTO WS-VDC-CUTOFF
           END-STRING
           COMPUTE WS-VDC-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
               + WS-DOC-NOTICE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-VDC-INT) TO WS-VDC-YMD
           MOVE SPACES TO WS-VDC-HORIZON
           STRING WS-VDC-YMD(1:4) "-" WS-VDC-YMD(5:2) "-"
                  WS-VDC-YMD(7:2)
                  DELIMITED BY SIZE
                  INTO WS-VDC-HORIZON
           END-STRING
           .

      * ARE WS-STUDENT-NUMBER'S LICENSE AND WS-PLATE'S REGISTRATION
      * CURRENT? SETS WS-VDC-STATE - OK, NONE (NOTHING ON FILE YET -
      * WARNED, NOT REFUSED, UNTIL STUDENT AFFAIRS HAS CAUGHT UP WITH
      * THE EXISTING FLEET), WARN (LAPSED BUT INSIDE THE GRACE PERIOD)
      * OR BLOCK (LAPSED PAST IT) - AND WS-VDC-MESSAGE FOR THE CLERK.
      * A BICYCLE NEEDS NEITHER DOCUMENT
       CHECK-VEHICLE-DOCUMENTS.
           MOVE "OK" TO WS-VDC-STATE
           MOVE SPACES TO WS-VDC-MESSAGE
           IF WS-VEHICLE-TYPE = "BICYCLE"
               EXIT PARAGRAPH
           END-IF
           PERFORM VDC-SET-DATES
           MOVE 'N' TO WS-VDC-FOUND
           OPEN INPUT VEHICLE-DOC-FILE
           IF WS-VDOC-STATUS = "00"
               MOVE WS-STUDENT-NUMBER TO VDC-STUDENT-NUMBER
               MOVE WS-PLATE TO VDC-PLATE
               READ VEHICLE-DOC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VDC-FOUND
               END-READ
               CLOSE VEHICLE-DOC-FILE
           END-IF
           IF WS-VDC-FOUND = 'N'
               OR VDC-LICENSE-EXPIRY = SPACES
               OR VDC-REG-EXPIRY = SPACES
               MOVE "NONE" TO WS-VDC-STATE
               MOVE "NO LICENSE/REGISTRATION EXPIRY ON FILE"
                   TO WS-VDC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "LICENSE" TO WS-VDC-DOC
           MOVE VDC-LICENSE-EXPIRY TO WS-VDC-EXPIRY
           PERFORM VDC-GRADE-DOCUMENT
           MOVE "REGISTRATION" TO WS-VDC-DOC
           MOVE VDC-REG-EXPIRY TO WS-VDC-EXPIRY
           PERFORM VDC-GRADE-DOCUMENT
           .

      * GRADES ONE DOCUMENT'S EXPIRY (WS-VDC-DOC / WS-VDC-EXPIRY)
      * AGAINST TODAY AND THE GRACE CUTOFF. THE WORSE OF THE TWO
      * DOCUMENTS DECIDES THE STATE; BOTH ARE NAMED IN THE MESSAGE
       VDC-GRADE-DOCUMENT.
           IF WS-VDC-EXPIRY >= WS-VDC-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WS-VDC-EXPIRY < WS-VDC-CUTOFF
               MOVE "BLOCK" TO WS-VDC-STATE
           ELSE
               IF WS-VDC-STATE NOT = "BLOCK"
                   MOVE "WARN" TO WS-VDC-STATE
               END-IF
           END-IF
           MOVE SPACES TO WS-VDC-MSG-WORK
           IF WS-VDC-MESSAGE = SPACES
               STRING FUNCTION TRIM(WS-VDC-DOC) " EXPIRED "
                      WS-VDC-EXPIRY
                      DELIMITED BY SIZE
                      INTO WS-VDC-MSG-WORK
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-VDC-MESSAGE) " / "
                      FUNCTION TRIM(WS-VDC-DOC) " EXPIRED "
                      WS-VDC-EXPIRY
                      DELIMITED BY SIZE
                      INTO WS-VDC-MSG-WORK
               END-STRING
           END-IF
           MOVE WS-VDC-MSG-WORK TO WS-VDC-MESSAGE
           .

      * VALIDATES THE YYYY-MM-DD DATE IN WS-VDC-DATE-IN THE WAY A
      * RESERVATION DATE IS CHECKED, INTO WS-VDC-OK
       VDC-CHECK-DATE-IN.
           MOVE 'N' TO WS-VDC-OK
           IF WS-VDC-DATE-IN(1:4) IS NOT NUMERIC
               OR WS-VDC-DATE-IN(5:1) NOT = "-"
               OR WS-VDC-DATE-IN(6:2) IS NOT NUMERIC
               OR WS-VDC-DATE-IN(8:1) NOT = "-"
               OR WS-VDC-DATE-IN(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VDC-DATE-IN(6:2) TO WS-VDC-CHK-MONTH
           MOVE WS-VDC-DATE-IN(9:2) TO WS-VDC-CHK-DAY
           IF WS-VDC-CHK-MONTH < 1 OR WS-VDC-CHK-MONTH > 12
               OR WS-VDC-CHK-DAY < 1 OR WS-VDC-CHK-DAY > 31
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VDC-OK
           .

      * MENU OPTION - RECORDS THE RIDER'S DRIVER'S LICENSE NUMBER AND
      * EXPIRY AND THE VEHICLE'S REGISTRATION (OR/CR) EXPIRY AGAINST A
      * STUDENT'S REGISTERED PLATE, AS SHOWN AT THE PARKING OFFICE.
      * BLANK AT ANY PROMPT KEEPS WHAT IS ALREADY ON FILE
       VEHICLE-DOCUMENT-MAINTENANCE.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-MASTER
           IF WS-ON-ROSTER = 'N'
               DISPLAY "Student is not on the registrar's roster."
               EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-PLATE NOT = SPACES
               DISPLAY "Enter License Plate (blank = "
                       FUNCTION TRIM(WS-MASTER-PLATE) "): "
                       WITH NO ADVANCING
           ELSE
               DISPLAY "Enter License Plate: " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-PLATE
           ACCEPT WS-PLATE
           IF WS-PLATE = SPACES
               MOVE WS-MASTER-PLATE TO WS-PLATE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-PLATE) TO WS-PLATE
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid License Plate!"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O VEHICLE-DOC-FILE
           IF WS-VDOC-STATUS = "35"
               OPEN OUTPUT VEHICLE-DOC-FILE
               CLOSE VEHICLE-DOC-FILE
               OPEN I-O VEHICLE-DOC-FILE
           END-IF
           IF WS-VDOC-STATUS NOT = "00"
               STRING "Vehicle Docs Open Error: " WS-VDOC-STATUS
                   INTO WS-FILE-ERROR
               MOVE "VEHICLE-DOC-MAINTENANCE"
                   TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO VDC-STUDENT-NUMBER
           MOVE WS-PLATE TO VDC-PLATE
           MOVE 'N' TO WS-VDC-FOUND
           READ VEHICLE-DOC-FILE
               INVALID KEY
                   MOVE SPACES TO VDC-LICENSE-NUMBER
                   MOVE SPACES TO VDC-LICENSE-EXPIRY
                   MOVE SPACES TO VDC-REG-EXPIRY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VDC-FOUND
           END-READ
           IF WS-VDC-FOUND = 'Y'
               DISPLAY "License No.    : " VDC-LICENSE-NUMBER
               DISPLAY "License expiry : " VDC-LICENSE-EXPIRY
               DISPLAY "OR/CR expiry   : " VDC-REG-EXPIRY
               DISPLAY "Last updated   : " VDC-UPDATED-ON " by "
                       VDC-UPDATED-BY
           ELSE
               DISPLAY "No documents on file for " WS-STUDENT-NUMBER
                       " / " WS-PLATE
           END-IF
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "LIC:" VDC-LICENSE-EXPIRY "/REG:" VDC-REG-EXPIRY
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING

           DISPLAY "Driver's License Number: " WITH NO ADVANCING
           MOVE SPACES TO WS-VDC-LICENSE-IN
           ACCEPT WS-VDC-LICENSE-IN
           MOVE FUNCTION UPPER-CASE(WS-VDC-LICENSE-IN)
               TO WS-VDC-LICENSE-IN
           IF WS-VDC-LICENSE-IN NOT = SPACES
               MOVE WS-VDC-LICENSE-IN TO VDC-LICENSE-NUMBER
           END-IF
           DISPLAY "License Expiry (YYYY-MM-DD): " WITH NO ADVANCING
           MOVE SPACES TO WS-VDC-LIC-EXP-IN
           ACCEPT WS-VDC-LIC-EXP-IN
           IF WS-VDC-LIC-EXP-IN NOT = SPACES
               MOVE WS-VDC-LIC-EXP-IN TO WS-VDC-DATE-IN
               PERFORM VDC-CHECK-DATE-IN
               IF WS-VDC-OK = 'N'
                   DISPLAY "Date must be YYYY-MM-DD."
                   CLOSE VEHICLE-DOC-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VDC-LIC-EXP-IN TO VDC-LICENSE-EXPIRY
           END-IF
           DISPLAY "Registration (OR/CR) Expiry (YYYY-MM-DD): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-VDC-REG-EXP-IN
           ACCEPT WS-VDC-REG-EXP-IN
           IF WS-VDC-REG-EXP-IN NOT = SPACES
               MOVE WS-VDC-REG-EXP-IN TO WS-VDC-DATE-IN
               PERFORM VDC-CHECK-DATE-IN
               IF WS-VDC-OK = 'N'
                   DISPLAY "Date must be YYYY-MM-DD."
                   CLOSE VEHICLE-DOC-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VDC-REG-EXP-IN TO VDC-REG-EXPIRY
           END-IF
           IF WS-VDC-LICENSE-IN = SPACES
               AND WS-VDC-LIC-EXP-IN = SPACES
               AND WS-VDC-REG-EXP-IN = SPACES
               DISPLAY "Nothing changed."
               CLOSE VEHICLE-DOC-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM VDC-SET-DATES
           MOVE WS-VDC-TODAY TO VDC-UPDATED-ON
           MOVE WS-OPERATOR-ID TO VDC-UPDATED-BY
           IF WS-VDC-FOUND = 'Y'
               REWRITE VEHICLE-DOC-RECORD
           ELSE
               WRITE VEHICLE-DOC-RECORD
           END-IF
           IF WS-VDOC-STATUS NOT = "00"
               STRING "Vehicle Docs Write Error: " WS-VDOC-STATUS
                   INTO WS-FILE-ERROR
               MOVE "VEHICLE-DOC-MAINTENANCE"
                   TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE VEHICLE-DOC-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE VEHICLE-DOC-FILE
           DISPLAY "Documents recorded for " WS-STUDENT-NUMBER " / "
                   WS-PLATE

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "VEH-DOCS" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "PLATE:" WS-PLATE "/LIC:" VDC-LICENSE-EXPIRY
                  "/REG:" VDC-REG-EXPIRY
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD

           PERFORM CHECK-VEHICLE-DOCUMENTS
           IF WS-VDC-STATE = "WARN" OR WS-VDC-STATE = "BLOCK"
               DISPLAY "*** STILL LAPSED: "
                       FUNCTION TRIM(WS-VDC-MESSAGE) " ***"
           END-IF
           .

      * MONTHLY RUN / MENU OPTION - EXTRACTS A NOTICE LINE FOR STUDENT
      * AFFAIRS FOR EVERY LICENSE OR REGISTRATION THAT EXPIRES WITHIN
      * THE NEXT DOC-NOTICE-DAYS, OR HAS LAPSED BUT IS STILL INSIDE
      * ITS GRACE PERIOD, SO THE OWNER IS REMINDED BEFORE THE GATE
      * STARTS REFUSING THE VEHICLE. DOCUMENTS ALREADY PAST THE GRACE
      * PERIOD ARE LEFT OFF - THE GATE IS TELLING THOSE OWNERS ALREADY
       DOC-EXPIRY-NOTICES.
           MOVE 0 TO WS-VDC-NOTICES
           PERFORM VDC-SET-DATES
           OPEN OUTPUT DOC-NOTICE-FILE
           IF WS-DOCNOTICE-STATUS NOT = "00"
               STRING "Doc Notice Open Error: " WS-DOCNOTICE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "DOC-EXPIRY-NOTICES" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VEHICLE-DOC-FILE
           IF WS-VDOC-STATUS = "00"
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   STRING "Student Master Open Error: "
                       WS-MASTER-STATUS
                       INTO WS-FILE-ERROR
                   MOVE "DOC-EXPIRY-NOTICES" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
                   CLOSE VEHICLE-DOC-FILE
                   CLOSE DOC-NOTICE-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-VDC-EOF
               PERFORM UNTIL WS-VDC-EOF = 'Y'
                   READ VEHICLE-DOC-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-VDC-EOF
                       NOT AT END
                           MOVE "LICENSE" TO WS-VDC-DOC
                           MOVE VDC-LICENSE-EXPIRY TO WS-VDC-EXPIRY
                           PERFORM VDC-NOTICE-IF-DUE
                           MOVE "REGISTRATION" TO WS-VDC-DOC
                           MOVE VDC-REG-EXPIRY TO WS-VDC-EXPIRY
                           PERFORM VDC-NOTICE-IF-DUE
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
               CLOSE VEHICLE-DOC-FILE
           END-IF
           CLOSE DOC-NOTICE-FILE
           DISPLAY WS-VDC-NOTICES " document expiry notice(s) "
                   "written to DOCUMENT-EXPIRY-NOTICES.dat"
           .

      * WRITES THE NOTICE LINE FOR ONE DOCUMENT OF THE RECORD IN THE
      * FD IF IT FALLS BETWEEN THE GRACE CUTOFF AND THE HORIZON. THE
      * OWNER'S NAME AND MOBILE COME FROM THE REGISTRAR'S ROSTER
       VDC-NOTICE-IF-DUE.
           IF WS-VDC-EXPIRY = SPACES
               OR WS-VDC-EXPIRY < WS-VDC-CUTOFF
               OR WS-VDC-EXPIRY > WS-VDC-HORIZON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DOC-NOTICE-RECORD
           MOVE VDC-STUDENT-NUMBER TO DXN-STUDENT-NUMBER
           MOVE VDC-PLATE TO DXN-PLATE
           MOVE WS-VDC-DOC TO DXN-DOCUMENT
           MOVE WS-VDC-EXPIRY TO DXN-EXPIRY-DATE
           MOVE VDC-STUDENT-NUMBER TO MST-STUDENT-NUMBER
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MST-STUDENT-NAME TO DXN-STUDENT-NAME
                   MOVE MST-MOBILE TO DXN-MOBILE
           END-READ
           COMPUTE WS-VDC-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-VDC-EXPIRY(1:4)) * 10000
               + FUNCTION NUMVAL(WS-VDC-EXPIRY(6:2)) * 100
               + FUNCTION NUMVAL(WS-VDC-EXPIRY(9:2)))
               + WS-DOC-GRACE-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-VDC-INT) TO WS-VDC-YMD
           STRING WS-VDC-YMD(1:4) "-" WS-VDC-YMD(5:2) "-"
                  WS-VDC-YMD(7:2)
                  DELIMITED BY SIZE
                  INTO DXN-REFUSED-FROM
           END-STRING
           WRITE DOC-NOTICE-RECORD
           IF WS-DOCNOTICE-STATUS NOT = "00"
               STRING "Doc Notice Write Error: " WS-DOCNOTICE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "VDC-NOTICE-IF-DUE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           ELSE
               ADD 1 TO WS-VDC-NOTICES
           END-IF
           .

      * THE STUDENT'S LICENSE / REGISTRATION RECORDS - LISTED, OR
      * DELETED WHEN ANONYMIZING (NOTHING ELSE DEPENDS ON THEM, AND A
      * LICENSE NUMBER IS NOT KEPT FOR SOMEONE WHO HAS LEFT)
       DPA-VEHICLE-DOCS.
           MOVE 0 TO WS-DPA-COUNT
           IF WS-DPA-MODE = 'X'
               MOVE "LICENSE AND REGISTRATION" TO WS-DPA-LINE
               PERFORM DPA-SECTION-HEADING
               OPEN INPUT VEHICLE-DOC-FILE
           ELSE
               OPEN I-O VEHICLE-DOC-FILE
           END-IF
           IF WS-VDOC-STATUS = "00"
               MOVE WS-DPA-STUDENT TO VDC-STUDENT-NUMBER
               MOVE LOW-VALUES TO VDC-PLATE
               MOVE 'N' TO WS-VDC-EOF
               START VEHICLE-DOC-FILE KEY IS >= VDC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-VDC-EOF
               END-START
               PERFORM UNTIL WS-VDC-EOF = 'Y'
                   READ VEHICLE-DOC-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-VDC-EOF
                       NOT AT END
                           IF VDC-STUDENT-NUMBER NOT = WS-DPA-STUDENT
                               MOVE 'Y' TO WS-VDC-EOF
                           ELSE
                               PERFORM DPA-VEHICLE-DOC-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VEHICLE-DOC-FILE
           END-IF
           IF WS-DPA-MODE = 'X'
               PERFORM DPA-SECTION-COUNT
           END-IF
           .

       DPA-VEHICLE-DOC-ONE.
           ADD 1 TO WS-DPA-COUNT
           IF WS-DPA-MODE = 'X'
               MOVE SPACES TO DPR-LINE-TEXT
               STRING "  PLATE: " VDC-PLATE
                      "  LICENSE: " VDC-LICENSE-NUMBER
                      "  EXPIRES: " VDC-LICENSE-EXPIRY
                      "  OR/CR EXPIRES: " VDC-REG-EXPIRY
                      DELIMITED BY SIZE
                      INTO DPR-LINE-TEXT
               END-STRING
               WRITE DPA-REPORT-RECORD
           ELSE
               DELETE VEHICLE-DOC-FILE RECORD
           END-IF
           .

      * MENU OPTION - SEMESTER PERMIT APPLICATIONS FOR THE ROUND NAMED
      * BY PERMIT-ROUND: TAKE AN APPLICATION AT THE WINDOW, WITHDRAW
      * ONE, SET THE QUOTA PER LOT AND VEHICLE TYPE, LOAD STUDENT
      * AFFAIRS' APPLICATION FILE, RUN THE DRAW ONCE APPLICATIONS
      * CLOSE, TAKE PAYMENT FOR AN OFFER, OR PRINT THE ALLOCATION
      * REPORT
       PERMIT-APPLICATIONS.
           IF WS-PAP-ROUND = SPACES
               DISPLAY "No permit application round is set up "
                       "(config key PERMIT-ROUND)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Permit round " FUNCTION TRIM(WS-PAP-ROUND)
                   " - applications close " WS-PAP-APPLY-BY
           DISPLAY "A-Apply  W-Withdraw  Q-Quota  L-Load File  "
                   "D-Draw  P-Pay Offer  R-Report: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-PAP-ACTION
           ACCEPT WS-PAP-ACTION
           MOVE FUNCTION UPPER-CASE(WS-PAP-ACTION) TO WS-PAP-ACTION
           EVALUATE WS-PAP-ACTION
               WHEN "A"
                   PERFORM PAP-APPLY-AT-WINDOW
               WHEN "W"
                   PERFORM PAP-WITHDRAW
               WHEN "Q"
                   PERFORM PAP-SET-QUOTA
               WHEN "L"
                   PERFORM PAP-LOAD-APPLICATIONS
               WHEN "D"
                   PERFORM PAP-DRAW
               WHEN "P"
                   PERFORM PAP-ACCEPT-OFFER
               WHEN "R"
                   MOVE 'N' TO WS-PAP-DRAW
                   PERFORM PAP-ALLOCATE
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE
           .

      * TODAY INTO WS-TODAY-DATE, AND THE PAYMENT DEADLINE FOR AN
      * OFFER MADE TODAY INTO WS-PAP-DEADLINE
       PAP-SET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           COMPUTE WS-PAP-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
               + WS-PAP-OFFER-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-PAP-INT) TO WS-PAP-YMD
           MOVE SPACES TO WS-PAP-DEADLINE
           STRING WS-PAP-YMD(1:4) "-" WS-PAP-YMD(5:2) "-"
                  WS-PAP-YMD(7:2)
                  DELIMITED BY SIZE
                  INTO WS-PAP-DEADLINE
           END-STRING
           .

       PAP-OPEN-APPLICATIONS.
           OPEN I-O PERMIT-APPLY-FILE
           IF WS-PAPP-STATUS = "35"
               OPEN OUTPUT PERMIT-APPLY-FILE
               CLOSE PERMIT-APPLY-FILE
               OPEN I-O PERMIT-APPLY-FILE
           END-IF
           IF WS-PAPP-STATUS NOT = "00"
               STRING "Permit Applications Open Error: "
                   WS-PAPP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-OPEN-APPLICATIONS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * THE PRIORITY TIER CONFIGURED FOR WS-PAP-CATEGORY, INTO
      * WS-PAP-TIER (0 = NOT A CATEGORY THE ROUND RECOGNISES)
       PAP-CATEGORY-TIER.
           EVALUATE WS-PAP-CATEGORY
               WHEN "PWD"
                   MOVE WS-PAP-TIER-PWD TO WS-PAP-TIER
               WHEN "SCHOLAR"
                   MOVE WS-PAP-TIER-SCHOLAR TO WS-PAP-TIER
               WHEN "COMMUTER"
                   MOVE WS-PAP-TIER-COMMUTER TO WS-PAP-TIER
               WHEN "GENERAL"
                   MOVE WS-PAP-TIER-GENERAL TO WS-PAP-TIER
               WHEN OTHER
                   MOVE 0 TO WS-PAP-TIER
           END-EVALUATE
           .

      * CHECKS ONE APPLICATION (WS-STUDENT-NUMBER, WS-PAP-CATEGORY,
      * WS-PAP-LOT, WS-PAP-VTYPE, WS-PLATE) THE SAME WAY AT THE WINDOW
      * AND FROM THE FILE. A BLANK PLATE TAKES THE REGISTRAR'S RECORD;
      * ANY OTHER PLATE MUST MATCH IT, AS THE GATE WILL INSIST ANYWAY
       PAP-VALIDATE.
           MOVE 'Y' TO WS-PAP-REFUSED
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               MOVE "INVALID STUDENT NUMBER" TO WS-PAP-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-MASTER
           IF WS-ON-ROSTER = 'N'
               MOVE "NOT ON REGISTRAR ROSTER" TO WS-PAP-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM PAP-CATEGORY-TIER
           IF WS-PAP-TIER = 0
               MOVE "UNKNOWN CATEGORY" TO WS-PAP-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PAP-LOT = SPACES
               MOVE "NO LOT GIVEN" TO WS-PAP-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PAP-VTYPE NOT = "MOTORCYCLE"
               AND WS-PAP-VTYPE NOT = "CAR"
               AND WS-PAP-VTYPE NOT = "BICYCLE"
               MOVE "INVALID VEHICLE TYPE" TO WS-PAP-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PLATE = SPACES
               MOVE WS-MASTER-PLATE TO WS-PLATE
           END-IF
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               MOVE "INVALID LICENSE PLATE" TO WS-PAP-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-PLATE NOT = SPACES
               AND WS-MASTER-PLATE NOT = WS-PLATE
               PERFORM PAP-RESOLVE-RETIRED-PLATE
           END-IF
           IF WS-MASTER-PLATE NOT = SPACES
               AND WS-MASTER-PLATE NOT = WS-PLATE
               MOVE "PLATE MISMATCH VS ROSTER" TO WS-PAP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PAP-REFUSED
           .

      * AN APPLICATION - OFTEN ONE IN STUDENT AFFAIRS' HAND-OVER FILE,
      * FILLED IN BEFORE THE LTO PLATE CAME - MAY CARRY A PLATE THE
      * VEHICLE HAS SINCE CHANGED FROM. WHEN THE ROSTER PLATE IS ONE
      * OF THE SAME VEHICLE'S PLATES THE APPLICATION TAKES IT
       PAP-RESOLVE-RETIRED-PLATE.
           PERFORM PLC-BUILD-PLATE-SET
           MOVE WS-MASTER-PLATE TO WS-PLC-ADD-PLATE
           PERFORM PLC-CHECK-IN-SET
           IF WS-PLC-IN-SET = 'Y'
               MOVE WS-MASTER-PLATE TO WS-PLATE
           END-IF
           .

      * WRITES (OR, FOR A STUDENT WHO APPLIES AGAIN BEFORE THE CLOSE,
      * REPLACES) THE VALIDATED APPLICATION. CALLED WITH
      * PERMIT-APPLY-FILE OPEN I-O
       PAP-RECORD-APPLICATION.
           MOVE 'N' TO WS-PAP-REFUSED
           MOVE 'N' TO WS-PAP-FOUND
           MOVE WS-PAP-ROUND TO PAP-ROUND
           MOVE WS-STUDENT-NUMBER TO PAP-STUDENT-NUMBER
           READ PERMIT-APPLY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAP-FOUND
           END-READ
           INITIALIZE PERMIT-APPLY-RECORD
           MOVE WS-PAP-ROUND TO PAP-ROUND
           MOVE WS-STUDENT-NUMBER TO PAP-STUDENT-NUMBER
           MOVE WS-PAP-CATEGORY TO PAP-CATEGORY
           MOVE WS-PAP-TIER TO PAP-TIER
           MOVE WS-PAP-LOT TO PAP-LOT-ID
           MOVE WS-PAP-VTYPE TO PAP-VEHICLE-TYPE
           MOVE WS-PLATE TO PAP-PLATE
           MOVE WS-PAP-SOURCE TO PAP-SOURCE
           MOVE WS-TODAY-DATE TO PAP-APPLIED-ON
           MOVE "APPLIED" TO PAP-STATUS
           MOVE WS-TODAY-DATE TO PAP-STATUS-ON
           IF WS-PAP-FOUND = 'Y'
               REWRITE PERMIT-APPLY-RECORD
           ELSE
               WRITE PERMIT-APPLY-RECORD
           END-IF
           IF WS-PAPP-STATUS NOT = "00"
               STRING "Permit Application Write Error: "
                   WS-PAPP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-RECORD-APPLICATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               MOVE 'Y' TO WS-PAP-REFUSED
               MOVE "FILE ERROR" TO WS-PAP-REASON
           END-IF
           .

      * AN APPLICATION TAKEN AT THE WINDOW UP TO THE CLOSING DATE
       PAP-APPLY-AT-WINDOW.
           PERFORM PAP-SET-TODAY
           IF WS-PAP-APPLY-BY NOT = SPACES
               AND WS-TODAY-DATE > WS-PAP-APPLY-BY
               DISPLAY "Applications for this round closed on "
                       WS-PAP-APPLY-BY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Category (PWD/SCHOLAR/COMMUTER/GENERAL): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-PAP-CATEGORY
           ACCEPT WS-PAP-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-PAP-CATEGORY) TO WS-PAP-CATEGORY
           DISPLAY "Lot/Zone ID wanted: " WITH NO ADVANCING
           MOVE SPACES TO WS-PAP-LOT
           ACCEPT WS-PAP-LOT
           MOVE FUNCTION UPPER-CASE(WS-PAP-LOT) TO WS-PAP-LOT
           DISPLAY "Vehicle Type (MOTORCYCLE/CAR/BICYCLE): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-PAP-VTYPE
           ACCEPT WS-PAP-VTYPE
           MOVE FUNCTION UPPER-CASE(WS-PAP-VTYPE) TO WS-PAP-VTYPE
           DISPLAY "License Plate (blank = registrar's record): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-PLATE
           ACCEPT WS-PLATE
           MOVE FUNCTION UPPER-CASE(WS-PLATE) TO WS-PLATE
           PERFORM PAP-VALIDATE
           IF WS-PAP-REFUSED = 'Y'
               DISPLAY "Application refused - "
                       FUNCTION TRIM(WS-PAP-REASON)
               EXIT PARAGRAPH
           END-IF

           PERFORM PAP-OPEN-APPLICATIONS
           IF WS-PAPP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "WINDOW" TO WS-PAP-SOURCE
           PERFORM PAP-RECORD-APPLICATION
           CLOSE PERMIT-APPLY-FILE
           IF WS-PAP-REFUSED = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Application recorded for " WS-STUDENT-NUMBER
                   " - " FUNCTION TRIM(WS-PAP-CATEGORY) " (tier "
                   WS-PAP-TIER "), " FUNCTION TRIM(WS-PAP-LOT) " "
                   FUNCTION TRIM(WS-PAP-VTYPE)

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PMT-APPLY" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           IF WS-PAP-FOUND = 'Y'
               MOVE "REPLACED EARLIER APPLICATION" TO WS-AUDIT-BEFORE
           END-IF
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "RND:" WS-PAP-ROUND "/CAT:" WS-PAP-CATEGORY
                  "/LOT:" WS-PAP-LOT "/" WS-PAP-VTYPE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * WITHDRAWS A STUDENT'S APPLICATION. AN OPEN OFFER GOES BACK TO
      * THE POOL AND PASSES TO THE NEXT APPLICANT AT THE NEXT
      * ALLOCATION PASS; AN ACCEPTED ONE IS A PERMIT, REVOKED THROUGH
      * THE PERMIT REVOCATION OPTION INSTEAD
       PAP-WITHDRAW.
           PERFORM PAP-SET-TODAY
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM PAP-OPEN-APPLICATIONS
           IF WS-PAPP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAP-ROUND TO PAP-ROUND
           MOVE WS-STUDENT-NUMBER TO PAP-STUDENT-NUMBER
           READ PERMIT-APPLY-FILE
               INVALID KEY
                   DISPLAY "No application from that student in this "
                           "round."
                   CLOSE PERMIT-APPLY-FILE
                   EXIT PARAGRAPH
           END-READ
           IF PAP-IS-ACCEPTED
               DISPLAY "Offer already accepted - revoke the permit "
                       "through option 71."
               CLOSE PERMIT-APPLY-FILE
               EXIT PARAGRAPH
           END-IF
           IF PAP-IS-WITHDRAWN OR PAP-IS-LAPSED
               DISPLAY "Application is already "
                       FUNCTION TRIM(PAP-STATUS) "."
               CLOSE PERMIT-APPLY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PAP-STATUS TO WS-AUDIT-BEFORE
           MOVE "WITHDRAWN" TO PAP-STATUS
           MOVE WS-TODAY-DATE TO PAP-STATUS-ON
           REWRITE PERMIT-APPLY-RECORD
           IF WS-PAPP-STATUS NOT = "00"
               STRING "Permit Application Rewrite Error: "
                   WS-PAPP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-WITHDRAW" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PERMIT-APPLY-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE PERMIT-APPLY-FILE
           DISPLAY "Application withdrawn."
           IF WS-AUDIT-BEFORE(1:7) = "OFFERED"
               DISPLAY "The place passes to the next applicant at the "
                       "next allocation pass."
           END-IF

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PMT-WDRAW" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "RND:" WS-PAP-ROUND "/WITHDRAWN"
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * SUPERVISOR - SETS HOW MANY OF THE ROUND'S PERMITS ARE SET ASIDE
      * FOR ONE LOT AND VEHICLE TYPE
       PAP-SET-QUOTA.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM PAP-SET-TODAY
           DISPLAY "Lot/Zone ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-PAP-LOT
           ACCEPT WS-PAP-LOT
           MOVE FUNCTION UPPER-CASE(WS-PAP-LOT) TO WS-PAP-LOT
           DISPLAY "Vehicle Type (MOTORCYCLE/CAR/BICYCLE): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-PAP-VTYPE
           ACCEPT WS-PAP-VTYPE
           MOVE FUNCTION UPPER-CASE(WS-PAP-VTYPE) TO WS-PAP-VTYPE
           IF WS-PAP-LOT = SPACES
               OR (WS-PAP-VTYPE NOT = "MOTORCYCLE"
                   AND WS-PAP-VTYPE NOT = "CAR"
                   AND WS-PAP-VTYPE NOT = "BICYCLE")
               DISPLAY "Invalid lot or vehicle type."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PERMIT-QUOTA-FILE
           IF WS-PQTA-STATUS = "35"
               OPEN OUTPUT PERMIT-QUOTA-FILE
               CLOSE PERMIT-QUOTA-FILE
               OPEN I-O PERMIT-QUOTA-FILE
           END-IF
           IF WS-PQTA-STATUS NOT = "00"
               STRING "Permit Quota Open Error: " WS-PQTA-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-SET-QUOTA" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAP-ROUND TO PQT-ROUND
           MOVE WS-PAP-LOT TO PQT-LOT-ID
           MOVE WS-PAP-VTYPE TO PQT-VEHICLE-TYPE
           MOVE 'N' TO WS-PAP-FOUND
           MOVE SPACES TO WS-AUDIT-BEFORE
           READ PERMIT-QUOTA-FILE
               INVALID KEY
                   MOVE 0 TO PQT-QUOTA
                   MOVE 0 TO PQT-HELD
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAP-FOUND
                   DISPLAY "Set aside now: " PQT-QUOTA
                           "  offered/accepted: " PQT-HELD
                   STRING "QUOTA:" PQT-QUOTA
                          DELIMITED BY SIZE
                          INTO WS-AUDIT-BEFORE
                   END-STRING
           END-READ
           DISPLAY "Permits set aside: " WITH NO ADVANCING
           MOVE SPACES TO WS-PAP-QUOTA-IN
           ACCEPT WS-PAP-QUOTA-IN
           IF WS-PAP-QUOTA-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-PAP-QUOTA-IN) NOT = 0
               DISPLAY "Invalid number."
               CLOSE PERMIT-QUOTA-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PAP-QUOTA-IN) TO PQT-QUOTA
           MOVE WS-TODAY-DATE TO PQT-SET-ON
           MOVE WS-OPERATOR-ID TO PQT-SET-BY
           IF WS-PAP-FOUND = 'Y'
               REWRITE PERMIT-QUOTA-RECORD
           ELSE
               WRITE PERMIT-QUOTA-RECORD
           END-IF
           IF WS-PQTA-STATUS NOT = "00"
               STRING "Permit Quota Write Error: " WS-PQTA-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-SET-QUOTA" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PERMIT-QUOTA-FILE
               EXIT PARAGRAPH
           END-IF
           IF PQT-HELD > PQT-QUOTA
               DISPLAY "More offers are already out than that - no "
                       "new offers until enough lapse."
           END-IF
           CLOSE PERMIT-QUOTA-FILE
           DISPLAY "Quota recorded."

           MOVE SPACES TO STUDENT-NUMBER
           MOVE "PMT-QUOTA" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "RND:" WS-PAP-ROUND "/LOT:" WS-PAP-LOT "/"
                  WS-PAP-VTYPE "/QUOTA:" PQT-QUOTA
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * SUPERVISOR - LOADS STUDENT AFFAIRS' APPLICATION FILE
      * (PERMIT-APPLICATIONS-IN.dat) UP TO THE CLOSING DATE. EACH LINE
      * IS CHECKED AS A WINDOW APPLICATION WOULD BE; A REJECTED LINE
      * IS SHOWN WITH ITS REASON AND THE REST STILL LOAD
       PAP-LOAD-APPLICATIONS.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM PAP-SET-TODAY
           IF WS-PAP-APPLY-BY NOT = SPACES
               AND WS-TODAY-DATE > WS-PAP-APPLY-BY
               DISPLAY "Applications for this round closed on "
                       WS-PAP-APPLY-BY
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PERMIT-APPIN-FILE
           IF WS-PAPIN-STATUS = "35"
               DISPLAY "No application file (PERMIT-APPLICATIONS-IN"
                       ".dat) found."
               EXIT PARAGRAPH
           END-IF
           IF WS-PAPIN-STATUS NOT = "00"
               STRING "Application File Open Error: " WS-PAPIN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-LOAD-APPLICATIONS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM PAP-OPEN-APPLICATIONS
           IF WS-PAPP-STATUS NOT = "00"
               CLOSE PERMIT-APPIN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAP-CNT-LOADED
           MOVE 0 TO WS-PAP-CNT-REJECTED
           MOVE "FILE" TO WS-PAP-SOURCE
           MOVE 'N' TO WS-PAP-EOF
           PERFORM UNTIL WS-PAP-EOF = 'Y'
               READ PERMIT-APPIN-FILE
                   AT END
                       MOVE 'Y' TO WS-PAP-EOF
                   NOT AT END
                       PERFORM PAP-LOAD-ONE
               END-READ
           END-PERFORM
           CLOSE PERMIT-APPIN-FILE
           CLOSE PERMIT-APPLY-FILE
           DISPLAY WS-PAP-CNT-LOADED " application(s) loaded, "
                   WS-PAP-CNT-REJECTED " rejected."

           MOVE SPACES TO STUDENT-NUMBER
           MOVE "PMT-LOAD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "RND:" WS-PAP-ROUND "/LOADED:" WS-PAP-CNT-LOADED
                  "/REJECTED:" WS-PAP-CNT-REJECTED
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

       PAP-LOAD-ONE.
           MOVE PAI-STUDENT-NUMBER TO WS-STUDENT-NUMBER
           MOVE FUNCTION UPPER-CASE(PAI-CATEGORY) TO WS-PAP-CATEGORY
           MOVE FUNCTION UPPER-CASE(PAI-LOT-ID) TO WS-PAP-LOT
           MOVE FUNCTION UPPER-CASE(PAI-VEHICLE-TYPE) TO WS-PAP-VTYPE
           MOVE FUNCTION UPPER-CASE(PAI-PLATE) TO WS-PLATE
           PERFORM PAP-VALIDATE
           IF WS-PAP-REFUSED = 'N'
               PERFORM PAP-RECORD-APPLICATION
           END-IF
           IF WS-PAP-REFUSED = 'Y'
               DISPLAY "Rejected " PAI-STUDENT-NUMBER " - "
                       FUNCTION TRIM(WS-PAP-REASON)
               ADD 1 TO WS-PAP-CNT-REJECTED
           ELSE
               ADD 1 TO WS-PAP-CNT-LOADED
           END-IF
           .

      * SUPERVISOR - THE DRAW. ONLY ONCE APPLICATIONS HAVE CLOSED, SO
      * EVERY APPLICANT IS IN IT; RUNNING IT AGAIN DRAWS NOBODY TWICE
       PAP-DRAW.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM PAP-SET-TODAY
           IF WS-PAP-APPLY-BY = SPACES
               DISPLAY "Set the closing date (config key "
                       "PERMIT-APPLY-BY) before the draw."
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY-DATE NOT > WS-PAP-APPLY-BY
               DISPLAY "Applications are open until "
                       WS-PAP-APPLY-BY " - the draw runs after they "
                       "close."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Draw the lottery for round "
                   FUNCTION TRIM(WS-PAP-ROUND) " now? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PAP-DRAW
           PERFORM PAP-ALLOCATE
           MOVE 'N' TO WS-PAP-DRAW
           .

      * THE ALLOCATION PASS, RUN BY THE DRAW, THE NIGHTLY BATCH AND THE
      * REPORT OPTION. PASS ONE WALKS THE ROUND'S APPLICATIONS: ON A
      * DRAW EACH UNDRAWN ONE GETS ITS TIER AND A LOTTERY NUMBER; AN
      * OFFER PAST ITS PAYMENT DEADLINE LAPSES; OPEN AND ACCEPTED
      * OFFERS ARE COUNTED AGAINST THEIR POOL'S QUOTA. THE ROUND IS
      * THEN SORTED INTO POOL / TIER / LOTTERY ORDER AND PASS TWO
      * NUMBERS EACH APPLICANT'S POSITION, OFFERS EVERY PLACE STILL
      * FREE TO THE NEXT APPLICANTS WAITING, AND PRINTS THE WHOLE ROUND
      * TO PERMIT-ALLOCATION-<ROUND>.rpt
       PAP-ALLOCATE.
           PERFORM PAP-SET-TODAY
           INITIALIZE WS-PAP-COUNTS
           OPEN I-O PERMIT-APPLY-FILE
           IF WS-PAPP-STATUS = "35"
               DISPLAY "No permit applications on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-PAPP-STATUS NOT = "00"
               STRING "Permit Applications Open Error: "
                   WS-PAPP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-ALLOCATE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PERMIT-QUOTA-FILE
           IF WS-PQTA-STATUS = "35"
               OPEN OUTPUT PERMIT-QUOTA-FILE
               CLOSE PERMIT-QUOTA-FILE
               OPEN I-O PERMIT-QUOTA-FILE
           END-IF
           IF WS-PQTA-STATUS NOT = "00"
               STRING "Permit Quota Open Error: " WS-PQTA-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-ALLOCATE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PERMIT-APPLY-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM PAP-RESET-HELD
      * THE SEED IS PRINTED ON THE REPORT AND LOGGED, AND THE ROUND IS
      * WALKED IN STUDENT-NUMBER ORDER, SO A DRAW CAN BE REPLAYED
      * NUMBER FOR NUMBER IF THE RESULT IS CHALLENGED
           IF WS-PAP-DRAW = 'Y'
               MOVE WS-CURRENT-DATE(9:8) TO WS-PAP-SEED
               COMPUTE WS-PAP-RANDOM = FUNCTION RANDOM(WS-PAP-SEED)
           END-IF

           OPEN OUTPUT PERMIT-RANK-WORK-FILE
           MOVE WS-PAP-ROUND TO PAP-ROUND
           MOVE LOW-VALUES TO PAP-STUDENT-NUMBER
           MOVE 'N' TO WS-PAP-EOF
           START PERMIT-APPLY-FILE KEY IS >= PAP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PAP-EOF
           END-START
           PERFORM UNTIL WS-PAP-EOF = 'Y'
               READ PERMIT-APPLY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PAP-EOF
                   NOT AT END
                       IF PAP-ROUND NOT = WS-PAP-ROUND
                           MOVE 'Y' TO WS-PAP-EOF
                       ELSE
                           PERFORM PAP-PASS-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERMIT-RANK-WORK-FILE
           SORT PERMIT-RANK-SORT-FILE
               ON ASCENDING KEY PRS-LOT-ID PRS-VEHICLE-TYPE PRS-TIER
                                PRS-LOTTERY-NO PRS-STUDENT-NUMBER
               USING PERMIT-RANK-WORK-FILE
               GIVING PERMIT-RANKED-FILE

           PERFORM PAP-OPEN-REPORT
           IF WS-PARPT-STATUS NOT = "00"
               CLOSE PERMIT-QUOTA-FILE
               CLOSE PERMIT-APPLY-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PERMIT-OFFER-FILE
           IF WS-POFR-STATUS = "35"
               OPEN OUTPUT PERMIT-OFFER-FILE
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           MOVE SPACES TO WS-PAP-PREV-POOL
           OPEN INPUT PERMIT-RANKED-FILE
           MOVE 'N' TO WS-PAP-EOF
           PERFORM UNTIL WS-PAP-EOF = 'Y'
               READ PERMIT-RANKED-FILE
                   AT END
                       MOVE 'Y' TO WS-PAP-EOF
                   NOT AT END
                       PERFORM PAP-PASS-TWO
               END-READ
           END-PERFORM
           CLOSE PERMIT-RANKED-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE PERMIT-OFFER-FILE
           CLOSE PERMIT-QUOTA-FILE
           CLOSE PERMIT-APPLY-FILE

           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           WRITE PERMIT-ALLOC-RPT-RECORD
           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           STRING "  NOT YET DRAWN: " WS-PAP-CNT-APPLIED
                  "   DRAWN THIS RUN: " WS-PAP-CNT-DRAWN
                  "   OFFERS LAPSED: " WS-PAP-CNT-LAPSED
                  "   NEW OFFERS: " WS-PAP-CNT-OFFERED
                  DELIMITED BY SIZE
                  INTO PAR-LINE-TEXT
           END-STRING
           WRITE PERMIT-ALLOC-RPT-RECORD
           CLOSE PERMIT-ALLOC-RPT-FILE
           DISPLAY WS-PAP-CNT-DRAWN " drawn, " WS-PAP-CNT-LAPSED
                   " offer(s) lapsed, " WS-PAP-CNT-OFFERED
                   " new offer(s) - report written to "
                   FUNCTION TRIM(WS-PAR-FILENAME)

           MOVE SPACES TO STUDENT-NUMBER
           IF WS-PAP-DRAW = 'Y'
               MOVE "PMT-DRAW" TO WS-AUDIT-ACTION
           ELSE
               MOVE "PMT-ALLOC" TO WS-AUDIT-ACTION
           END-IF
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "RND:" WS-PAP-ROUND "/DRAWN:" WS-PAP-CNT-DRAWN
                  "/LAPSED:" WS-PAP-CNT-LAPSED
                  "/OFFERED:" WS-PAP-CNT-OFFERED
                  "/SEED:" WS-PAP-SEED
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * ZEROES THE OFFERED/ACCEPTED COUNT OF EVERY POOL IN THE ROUND
      * BEFORE PASS ONE COUNTS THEM AFRESH
       PAP-RESET-HELD.
           MOVE WS-PAP-ROUND TO PQT-ROUND
           MOVE LOW-VALUES TO PQT-LOT-ID
           MOVE LOW-VALUES TO PQT-VEHICLE-TYPE
           MOVE 'N' TO WS-PAP-EOF
           START PERMIT-QUOTA-FILE KEY IS >= PQT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PAP-EOF
           END-START
           PERFORM UNTIL WS-PAP-EOF = 'Y'
               READ PERMIT-QUOTA-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PAP-EOF
                   NOT AT END
                       IF PQT-ROUND NOT = WS-PAP-ROUND
                           MOVE 'Y' TO WS-PAP-EOF
                       ELSE
                           MOVE 0 TO PQT-HELD
                           REWRITE PERMIT-QUOTA-RECORD
                       END-IF
               END-READ
           END-PERFORM
           .

      * PASS ONE FOR THE APPLICATION IN THE FD
       PAP-PASS-ONE.
           IF PAP-IS-APPLIED
               IF WS-PAP-DRAW = 'Y'
                   MOVE PAP-CATEGORY TO WS-PAP-CATEGORY
                   PERFORM PAP-CATEGORY-TIER
                   MOVE WS-PAP-TIER TO PAP-TIER
                   COMPUTE PAP-LOTTERY-NO =
                       FUNCTION RANDOM * 999999998 + 1
                   MOVE "WAITING" TO PAP-STATUS
                   MOVE WS-TODAY-DATE TO PAP-STATUS-ON
                   REWRITE PERMIT-APPLY-RECORD
                   ADD 1 TO WS-PAP-CNT-DRAWN
               ELSE
                   ADD 1 TO WS-PAP-CNT-APPLIED
               END-IF
           END-IF
           IF PAP-IS-OFFERED
               AND PAP-OFFER-DEADLINE < WS-TODAY-DATE
               MOVE "LAPSED" TO PAP-STATUS
               MOVE WS-TODAY-DATE TO PAP-STATUS-ON
               REWRITE PERMIT-APPLY-RECORD
               ADD 1 TO WS-PAP-CNT-LAPSED
               MOVE PAP-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "PMT-LAPSE" TO WS-AUDIT-ACTION
               MOVE "OFFERED" TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "RND:" PAP-ROUND "/UNPAID BY:"
                      PAP-OFFER-DEADLINE
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-AFTER
               END-STRING
               PERFORM APPEND-AUDIT-RECORD
           END-IF
           IF PAP-IS-OFFERED OR PAP-IS-ACCEPTED
               MOVE PAP-ROUND TO PQT-ROUND
               MOVE PAP-LOT-ID TO PQT-LOT-ID
               MOVE PAP-VEHICLE-TYPE TO PQT-VEHICLE-TYPE
               READ PERMIT-QUOTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO PQT-HELD
                       REWRITE PERMIT-QUOTA-RECORD
               END-READ
           END-IF
           MOVE PAP-LOT-ID TO PRW-LOT-ID
           MOVE PAP-VEHICLE-TYPE TO PRW-VEHICLE-TYPE
           MOVE PAP-TIER TO PRW-TIER
           MOVE PAP-LOTTERY-NO TO PRW-LOTTERY-NO
           MOVE PAP-STUDENT-NUMBER TO PRW-STUDENT-NUMBER
           WRITE PERMIT-RANK-WORK-RECORD
           .

       PAP-OPEN-REPORT.
           MOVE SPACES TO WS-PAR-FILENAME
           STRING "PERMIT-ALLOCATION-" FUNCTION TRIM(WS-PAP-ROUND)
                  ".rpt"
                  DELIMITED BY SIZE
                  INTO WS-PAR-FILENAME
           END-STRING
           OPEN OUTPUT PERMIT-ALLOC-RPT-FILE
           IF WS-PARPT-STATUS NOT = "00"
               STRING "Allocation Report Open Error: " WS-PARPT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-OPEN-REPORT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           STRING "SEMESTER PERMIT ALLOCATION - ROUND " WS-PAP-ROUND
                  "   RUN " WS-TODAY-DATE " " WS-HOURS ":" WS-MINUTES
                  " BY " WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO PAR-LINE-TEXT
           END-STRING
           WRITE PERMIT-ALLOC-RPT-RECORD
           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           STRING "APPLICATIONS CLOSED " WS-PAP-APPLY-BY
                  "   PERMITS VALID " WS-PAP-ROUND-FROM " TO "
                  WS-PAP-ROUND-TO "   OFFERS PAYABLE WITHIN "
                  WS-PAP-OFFER-DAYS " DAYS"
                  DELIMITED BY SIZE
                  INTO PAR-LINE-TEXT
           END-STRING
           WRITE PERMIT-ALLOC-RPT-RECORD
           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           STRING "PRIORITY TIERS: PWD " WS-PAP-TIER-PWD
                  "  SCHOLAR " WS-PAP-TIER-SCHOLAR
                  "  COMMUTER " WS-PAP-TIER-COMMUTER
                  "  GENERAL " WS-PAP-TIER-GENERAL
                  " - WITHIN A TIER, ORDER IS BY LOTTERY NUMBER"
                  DELIMITED BY SIZE
                  INTO PAR-LINE-TEXT
           END-STRING
           WRITE PERMIT-ALLOC-RPT-RECORD
           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           IF WS-PAP-DRAW = 'Y'
               STRING "LOTTERY DRAWN THIS RUN - SEED " WS-PAP-SEED
                      DELIMITED BY SIZE
                      INTO PAR-LINE-TEXT
               END-STRING
           ELSE
               MOVE "LOTTERY NUMBERS AS DRAWN - AN UNPAID OFFER "
                   & "LAPSES AND PASSES TO THE NEXT POSITION"
                   TO PAR-LINE-TEXT
           END-IF
           WRITE PERMIT-ALLOC-RPT-RECORD
           .

      * PASS TWO FOR ONE APPLICANT, IN POOL / TIER / LOTTERY ORDER
       PAP-PASS-TWO.
           MOVE SPACES TO WS-PAP-POOL
           STRING PRK-LOT-ID PRK-VEHICLE-TYPE
                  DELIMITED BY SIZE
                  INTO WS-PAP-POOL
           END-STRING
           IF WS-PAP-POOL NOT = WS-PAP-PREV-POOL
               PERFORM PAP-POOL-HEADING
           END-IF
           MOVE WS-PAP-ROUND TO PAP-ROUND
           MOVE PRK-STUDENT-NUMBER TO PAP-STUDENT-NUMBER
           READ PERMIT-APPLY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 0 TO PAP-POSITION
           IF PAP-LOTTERY-NO > 0
               ADD 1 TO WS-PAP-POSITION
               MOVE WS-PAP-POSITION TO PAP-POSITION
           END-IF
           IF PAP-IS-WAITING
               AND WS-PAP-POOL-FOUND = 'Y'
               AND PQT-HELD < PQT-QUOTA
               MOVE "OFFERED" TO PAP-STATUS
               MOVE WS-TODAY-DATE TO PAP-STATUS-ON
               MOVE WS-PAP-DEADLINE TO PAP-OFFER-DEADLINE
               ADD 1 TO PQT-HELD
               REWRITE PERMIT-QUOTA-RECORD
               ADD 1 TO WS-PAP-CNT-OFFERED
               PERFORM PAP-WRITE-OFFER
               MOVE PAP-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "PMT-OFFER" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "POSITION:" PAP-POSITION
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-BEFORE
               END-STRING
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "RND:" PAP-ROUND "/" PAP-LOT-ID "/"
                      PAP-VEHICLE-TYPE "/PAY BY:" PAP-OFFER-DEADLINE
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-AFTER
               END-STRING
               PERFORM APPEND-AUDIT-RECORD
           END-IF
           REWRITE PERMIT-APPLY-RECORD
           IF WS-PAPP-STATUS NOT = "00"
               STRING "Permit Application Rewrite Error: "
                   WS-PAPP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-PASS-TWO" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           PERFORM PAP-REPORT-LINE
           .

      * A NEW LOT / VEHICLE TYPE POOL: ITS QUOTA, AND THE HEADINGS
       PAP-POOL-HEADING.
           MOVE WS-PAP-POOL TO WS-PAP-PREV-POOL
           MOVE 0 TO WS-PAP-POSITION
           MOVE 'N' TO WS-PAP-POOL-FOUND
           MOVE WS-PAP-ROUND TO PQT-ROUND
           MOVE PRK-LOT-ID TO PQT-LOT-ID
           MOVE PRK-VEHICLE-TYPE TO PQT-VEHICLE-TYPE
           READ PERMIT-QUOTA-FILE
               INVALID KEY
                   MOVE 0 TO PQT-QUOTA
                   MOVE 0 TO PQT-HELD
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAP-POOL-FOUND
           END-READ
           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           WRITE PERMIT-ALLOC-RPT-RECORD
           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           IF WS-PAP-POOL-FOUND = 'Y'
               STRING "LOT " PRK-LOT-ID "  VEHICLE TYPE "
                      PRK-VEHICLE-TYPE "  PERMITS SET ASIDE: "
                      PQT-QUOTA "  ALREADY OFFERED/ACCEPTED: "
                      PQT-HELD
                      DELIMITED BY SIZE
                      INTO PAR-LINE-TEXT
               END-STRING
           ELSE
               STRING "LOT " PRK-LOT-ID "  VEHICLE TYPE "
                      PRK-VEHICLE-TYPE "  NO QUOTA SET - NO OFFERS "
                      "MADE"
                      DELIMITED BY SIZE
                      INTO PAR-LINE-TEXT
               END-STRING
           END-IF
           WRITE PERMIT-ALLOC-RPT-RECORD
           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           MOVE "    POS  STUDENT      CATEGORY   TIER  LOTTERY NO  "
               & "RESULT"
               TO PAR-LINE-TEXT
           WRITE PERMIT-ALLOC-RPT-RECORD
           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           MOVE ALL "-" TO PAR-LINE-TEXT(1:90)
           WRITE PERMIT-ALLOC-RPT-RECORD
           .

       PAP-REPORT-LINE.
           MOVE SPACES TO WS-PAP-DETAIL
           EVALUATE TRUE
               WHEN PAP-IS-OFFERED
                   STRING "PAY BY " PAP-OFFER-DEADLINE
                          DELIMITED BY SIZE
                          INTO WS-PAP-DETAIL
                   END-STRING
               WHEN PAP-IS-ACCEPTED
                   STRING "PERMIT " PAP-PERMIT-NUMBER
                          DELIMITED BY SIZE
                          INTO WS-PAP-DETAIL
                   END-STRING
               WHEN PAP-IS-LAPSED OR PAP-IS-WITHDRAWN
                   STRING "ON " PAP-STATUS-ON
                          DELIMITED BY SIZE
                          INTO WS-PAP-DETAIL
                   END-STRING
               WHEN PAP-IS-APPLIED
                   MOVE "NOT YET DRAWN" TO WS-PAP-DETAIL
           END-EVALUATE
           MOVE SPACES TO PERMIT-ALLOC-RPT-RECORD
           IF PAP-POSITION > 0
               MOVE PAP-POSITION TO WS-PAP-POS-EDIT
               STRING "  " WS-PAP-POS-EDIT "  " PAP-STUDENT-NUMBER
                      "  " PAP-CATEGORY " " PAP-TIER "     "
                      PAP-LOTTERY-NO "   " PAP-STATUS " "
                      WS-PAP-DETAIL
                      DELIMITED BY SIZE
                      INTO PAR-LINE-TEXT
               END-STRING
           ELSE
               STRING "      -  " PAP-STUDENT-NUMBER
                      "  " PAP-CATEGORY " " PAP-TIER "     "
                      "    -       " PAP-STATUS " "
                      WS-PAP-DETAIL
                      DELIMITED BY SIZE
                      INTO PAR-LINE-TEXT
               END-STRING
           END-IF
           WRITE PERMIT-ALLOC-RPT-RECORD
           .

      * THE OFFER LINE FOR STUDENT AFFAIRS, WITH THE OWNER'S NAME AND
      * MOBILE FROM THE REGISTRAR'S ROSTER
       PAP-WRITE-OFFER.
           MOVE SPACES TO PERMIT-OFFER-RECORD
           MOVE WS-TODAY-DATE TO POF-OFFERED-ON
           MOVE PAP-STUDENT-NUMBER TO POF-STUDENT-NUMBER
           MOVE PAP-STUDENT-NUMBER TO MST-STUDENT-NUMBER
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MST-STUDENT-NAME TO POF-STUDENT-NAME
                   MOVE MST-MOBILE TO POF-MOBILE
           END-READ
           MOVE PAP-ROUND TO POF-ROUND
           MOVE PAP-LOT-ID TO POF-LOT-ID
           MOVE PAP-VEHICLE-TYPE TO POF-VEHICLE-TYPE
           MOVE PAP-OFFER-DEADLINE TO POF-PAY-BY
           MOVE WS-PERMIT-FEE TO POF-FEE
           WRITE PERMIT-OFFER-RECORD
           IF WS-POFR-STATUS NOT = "00"
               STRING "Offer Notice Write Error: " WS-POFR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-WRITE-OFFER" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * TAKES PAYMENT FOR AN OPEN OFFER AND ISSUES THE PERMIT FOR THE
      * ROUND'S VALIDITY WINDOW THROUGH THE SAME RECEIPT PATH AS A
      * WINDOW ISSUE. AN OFFER PAST ITS DEADLINE CANNOT BE PAID - ITS
      * PLACE HAS GONE, OR IS ABOUT TO GO, TO THE NEXT APPLICANT
       PAP-ACCEPT-OFFER.
           IF WS-PAP-ROUND-FROM = SPACES OR WS-PAP-ROUND-TO = SPACES
               DISPLAY "Permit dates for the round are not set up "
                       "(config keys PERMIT-ROUND-FROM/TO)."
               EXIT PARAGRAPH
           END-IF
           PERFORM PAP-SET-TODAY
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM PAP-OPEN-APPLICATIONS
           IF WS-PAPP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAP-ROUND TO PAP-ROUND
           MOVE WS-STUDENT-NUMBER TO PAP-STUDENT-NUMBER
           READ PERMIT-APPLY-FILE
               INVALID KEY
                   DISPLAY "No application from that student in this "
                           "round."
                   CLOSE PERMIT-APPLY-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT PAP-IS-OFFERED
               DISPLAY "Application is " FUNCTION TRIM(PAP-STATUS)
                       " - there is no open offer to pay."
               CLOSE PERMIT-APPLY-FILE
               EXIT PARAGRAPH
           END-IF
           IF PAP-OFFER-DEADLINE < WS-TODAY-DATE
               DISPLAY "The offer lapsed - payment was due by "
                       PAP-OFFER-DEADLINE
               CLOSE PERMIT-APPLY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Offer: " FUNCTION TRIM(PAP-LOT-ID) " "
                   FUNCTION TRIM(PAP-VEHICLE-TYPE) " permit, valid "
                   WS-PAP-ROUND-FROM " to " WS-PAP-ROUND-TO
                   ", pay by " PAP-OFFER-DEADLINE
           DISPLAY "Collect the permit fee and issue the permit? "
                   "(Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               CLOSE PERMIT-APPLY-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM PAP-ISSUE-PERMIT
           IF WS-PAP-REFUSED = 'Y'
               CLOSE PERMIT-APPLY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RECEIPT-DISPLAY
           IF WS-PERMIT-FEE > 0
               MOVE WS-PERMIT-FEE TO WS-PAY-AMOUNT-DUE
               MOVE "PERMIT" TO WS-PAY-REV-TYPE
               MOVE "PERMIT-PAY" TO WS-PAY-AUDIT-ACTION
               PERFORM RECORD-FEE-PAYMENT
           END-IF
           MOVE "ACCEPTED" TO PAP-STATUS
           MOVE WS-TODAY-DATE TO PAP-STATUS-ON
           MOVE WS-RECEIPT-DISPLAY TO PAP-FEE-RECEIPT
           REWRITE PERMIT-APPLY-RECORD
           IF WS-PAPP-STATUS NOT = "00"
               STRING "Permit Application Rewrite Error: "
                   WS-PAPP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-ACCEPT-OFFER" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE PERMIT-APPLY-FILE
           .

      * WRITES (OR RENEWS) WS-STUDENT-NUMBER'S PERMIT AS A SEMESTER
      * PERMIT FOR THE ROUND, NUMBERED AND AUDITED AS ISSUE-PARKING-
      * PERMIT DOES, AND NOTES ITS NUMBER ON THE APPLICATION IN THE FD
       PAP-ISSUE-PERMIT.
           MOVE 'N' TO WS-PAP-REFUSED
           OPEN I-O PERMIT-FILE
           IF WS-PERMIT-STATUS = "35"
               OPEN OUTPUT PERMIT-FILE
               CLOSE PERMIT-FILE
               OPEN I-O PERMIT-FILE
           END-IF
           IF WS-PERMIT-STATUS NOT = "00"
               STRING "Permit Open Error: " WS-PERMIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-ISSUE-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               MOVE 'Y' TO WS-PAP-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE WS-STUDENT-NUMBER TO PMT-STUDENT-NUMBER
           READ PERMIT-FILE
               INVALID KEY
                   PERFORM GET-NEXT-PERMIT-NUMBER
                   MOVE WS-STUDENT-NUMBER TO PMT-STUDENT-NUMBER
                   MOVE WS-NEXT-PERMIT-NO TO PMT-PERMIT-NUMBER
                   MOVE "SEMESTER" TO PMT-PERMIT-TYPE
                   MOVE WS-PAP-ROUND-FROM TO PMT-VALID-FROM
                   MOVE WS-PAP-ROUND-TO TO PMT-VALID-TO
                   WRITE PERMIT-RECORD
               NOT INVALID KEY
                   MOVE PMT-VALID-TO TO WS-AUDIT-BEFORE
                   MOVE "SEMESTER" TO PMT-PERMIT-TYPE
                   MOVE WS-PAP-ROUND-FROM TO PMT-VALID-FROM
                   MOVE WS-PAP-ROUND-TO TO PMT-VALID-TO
                   REWRITE PERMIT-RECORD
           END-READ
           IF WS-PERMIT-STATUS NOT = "00"
               STRING "Permit Write Error: " WS-PERMIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PAP-ISSUE-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PERMIT-FILE
               MOVE 'Y' TO WS-PAP-REFUSED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Permit " PMT-PERMIT-NUMBER " issued, valid "
                   PMT-VALID-FROM " to " PMT-VALID-TO
           MOVE PMT-PERMIT-NUMBER TO PAP-PERMIT-NUMBER

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PERMIT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "NO:" DELIMITED BY SIZE
                  PMT-PERMIT-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PMT-VALID-FROM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  PMT-VALID-TO DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           CLOSE PERMIT-FILE
           PERFORM APPEND-AUDIT-RECORD
           .

      * NIGHTLY - ONCE THE ROUND HAS CLOSED, LAPSES EVERY OFFER PAST
      * ITS PAYMENT DEADLINE AND PASSES THE FREED PLACE TO THE NEXT
      * APPLICANT IN LINE. NOTHING IS DRAWN HERE - THAT STAYS A
      * SUPERVISOR'S DECISION
       PERMIT-OFFER-BATCH.
           IF WS-PAP-ROUND = SPACES OR WS-PAP-APPLY-BY = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM PAP-SET-TODAY
           IF WS-TODAY-DATE NOT > WS-PAP-APPLY-BY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PAP-DRAW
           PERFORM PAP-ALLOCATE
           .

      * THE STUDENT'S PERMIT APPLICATIONS, EVERY ROUND - LISTED, OR
      * THEIR PLATES MASKED WHEN ANONYMIZING (CATEGORY, POSITION AND
      * RESULT STAY SO PAST ALLOCATIONS STILL ADD UP)
       DPA-PERMIT-APPS.
           MOVE 0 TO WS-DPA-COUNT
           IF WS-DPA-MODE = 'X'
               MOVE "SEMESTER PERMIT APPLICATIONS" TO WS-DPA-LINE
               PERFORM DPA-SECTION-HEADING
               OPEN INPUT PERMIT-APPLY-FILE
           ELSE
               OPEN I-O PERMIT-APPLY-FILE
           END-IF
           IF WS-PAPP-STATUS = "00"
               MOVE 'N' TO WS-PAP-EOF
               PERFORM UNTIL WS-PAP-EOF = 'Y'
                   READ PERMIT-APPLY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PAP-EOF
                       NOT AT END
                           IF PAP-STUDENT-NUMBER = WS-DPA-STUDENT
                               PERFORM DPA-PERMIT-APP-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERMIT-APPLY-FILE
           END-IF
           IF WS-DPA-MODE = 'X'
               PERFORM DPA-SECTION-COUNT
           END-IF
           .

       DPA-PERMIT-APP-ONE.
           ADD 1 TO WS-DPA-COUNT
           MOVE PAP-PLATE TO WS-DPA-PLATE-IN
           PERFORM DPA-NOTE-PLATE
           IF WS-DPA-MODE = 'X'
               MOVE SPACES TO DPR-LINE-TEXT
               STRING "  ROUND: " PAP-ROUND "  CATEGORY: "
                      PAP-CATEGORY "  LOT: " PAP-LOT-ID
                      "  PLATE: " PAP-PLATE
                      "  APPLIED: " PAP-APPLIED-ON
                      "  RESULT: " PAP-STATUS
                      DELIMITED BY SIZE
                      INTO DPR-LINE-TEXT
               END-STRING
               WRITE DPA-REPORT-RECORD
           ELSE
               IF WS-DPA-MASK NOT = SPACES
                   MOVE WS-DPA-MASK TO PAP-PLATE
                   REWRITE PERMIT-APPLY-RECORD
               END-IF
           END-IF
           .

      * MENU OPTION - THE STATUTORY DISCOUNT / FEE-EXEMPTION REGISTER:
      * ENTER A GRANT (SUPERVISOR), REVOKE ONE (SUPERVISOR), LIST A
      * STUDENT'S GRANTS, OR PRINT THE MONTHLY DISCOUNT REPORT
       DISCOUNT-REGISTER.
           DISPLAY "A-Add Grant  R-Revoke  L-List Student  "
                   "M-Monthly Report: " WITH NO ADVANCING
           MOVE SPACES TO WS-DSC-ACTION
           ACCEPT WS-DSC-ACTION
           MOVE FUNCTION UPPER-CASE(WS-DSC-ACTION) TO WS-DSC-ACTION
           EVALUATE WS-DSC-ACTION
               WHEN "A"
                   PERFORM DSC-ADD-ENTRY
               WHEN "R"
                   PERFORM DSC-REVOKE-ENTRY
               WHEN "L"
                   PERFORM DSC-LIST-ENTRIES
               WHEN "M"
                   DISPLAY "Report month (YYYY-MM, blank = last "
                           "month): " WITH NO ADVANCING
                   MOVE SPACES TO WS-DSR-PERIOD-IN
                   ACCEPT WS-DSR-PERIOD-IN
                   PERFORM DISCOUNT-REPORT-BATCH
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE
           .

      * THE PERCENTAGE CONFIGURED FOR WS-DSC-CATEGORY, INTO
      * WS-DSC-TRY-PCT (0 = NOT A CATEGORY THE UNIVERSITY APPROVED)
       DSC-CATEGORY-PCT.
           EVALUATE WS-DSC-CATEGORY
               WHEN "PWD"
                   MOVE WS-DISC-PCT-PWD TO WS-DSC-TRY-PCT
               WHEN "SCHOLAR"
                   MOVE WS-DISC-PCT-SCHOLAR TO WS-DSC-TRY-PCT
               WHEN "COUNCIL"
                   MOVE WS-DISC-PCT-COUNCIL TO WS-DSC-TRY-PCT
               WHEN OTHER
                   MOVE 0 TO WS-DSC-TRY-PCT
           END-EVALUATE
           IF WS-DSC-TRY-PCT > 100
               MOVE 100 TO WS-DSC-TRY-PCT
           END-IF
           .

       DSC-OPEN-REGISTER.
           OPEN I-O DISCOUNT-FILE
           IF WS-DSCF-STATUS = "35"
               OPEN OUTPUT DISCOUNT-FILE
               CLOSE DISCOUNT-FILE
               OPEN I-O DISCOUNT-FILE
           END-IF
           IF WS-DSCF-STATUS NOT = "00"
               STRING "Discount Register Open Error: " WS-DSCF-STATUS
                   INTO WS-FILE-ERROR
               MOVE "DSC-OPEN-REGISTER" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * SUPERVISOR - RECORDS A GRANT AS APPROVED ON PAPER: CATEGORY,
      * THE SUPPORTING ID (PWD ID, SCHOLARSHIP OR COUNCIL APPOINTMENT
      * NUMBER), THE VALIDITY DATES AND THE APPROVING OFFICER
       DSC-ADD-ENTRY.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-MASTER
           IF WS-ON-ROSTER = 'N'
               DISPLAY "Student Number not found in the registrar's "
                       "master roster!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Category (PWD/SCHOLAR/COUNCIL): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DSC-CATEGORY
           ACCEPT WS-DSC-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-DSC-CATEGORY) TO WS-DSC-CATEGORY
           PERFORM DSC-CATEGORY-PCT
           IF WS-DSC-TRY-PCT = 0
               DISPLAY "Unknown or unconfigured category."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supporting ID Number: " WITH NO ADVANCING
           MOVE SPACES TO WS-DSC-ID-NUMBER
           ACCEPT WS-DSC-ID-NUMBER
           MOVE FUNCTION UPPER-CASE(WS-DSC-ID-NUMBER)
               TO WS-DSC-ID-NUMBER
           IF WS-DSC-ID-NUMBER = SPACES
               DISPLAY "A supporting ID number is required."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           DISPLAY "Valid From (YYYY-MM-DD, blank = today): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DSC-FROM-IN
           ACCEPT WS-DSC-FROM-IN
           IF WS-DSC-FROM-IN = SPACES
               MOVE WS-TODAY-DATE TO WS-DSC-FROM-IN
           END-IF
           MOVE WS-DSC-FROM-IN TO WS-VDC-DATE-IN
           PERFORM VDC-CHECK-DATE-IN
           IF WS-VDC-OK = 'N'
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valid To (YYYY-MM-DD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DSC-TO-IN
           ACCEPT WS-DSC-TO-IN
           MOVE WS-DSC-TO-IN TO WS-VDC-DATE-IN
           PERFORM VDC-CHECK-DATE-IN
           IF WS-VDC-OK = 'N'
               OR WS-DSC-TO-IN < WS-DSC-FROM-IN
               DISPLAY "Invalid validity period!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approving Officer: " WITH NO ADVANCING
           MOVE SPACES TO WS-DSC-APPROVER
           ACCEPT WS-DSC-APPROVER
           IF WS-DSC-APPROVER = SPACES
               DISPLAY "The approving officer is required."
               EXIT PARAGRAPH
           END-IF

           PERFORM DSC-OPEN-REGISTER
           IF WS-DSCF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DISCOUNT-RECORD
           MOVE WS-STUDENT-NUMBER TO DSC-STUDENT-NUMBER
           MOVE WS-DSC-FROM-IN TO DSC-VALID-FROM
           MOVE WS-DSC-TO-IN TO DSC-VALID-TO
           MOVE WS-DSC-CATEGORY TO DSC-CATEGORY
           MOVE WS-DSC-ID-NUMBER TO DSC-ID-NUMBER
           MOVE WS-DSC-APPROVER TO DSC-APPROVED-BY
           MOVE WS-OPERATOR-ID TO DSC-ENTERED-BY
           MOVE WS-TODAY-DATE TO DSC-ENTERED-ON
           MOVE "ACTIVE" TO DSC-STATUS
           WRITE DISCOUNT-RECORD
           IF WS-DSCF-STATUS = "22"
               DISPLAY "A grant starting that day is already on file "
                       "- revoke it first."
               CLOSE DISCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-DSCF-STATUS NOT = "00"
               STRING "Discount Register Write Error: " WS-DSCF-STATUS
                   INTO WS-FILE-ERROR
               MOVE "DSC-ADD-ENTRY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE DISCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE DISCOUNT-FILE
           DISPLAY FUNCTION TRIM(WS-DSC-CATEGORY) " grant recorded - "
                   WS-DSC-TRY-PCT "% off visit fees from "
                   WS-DSC-FROM-IN " to " WS-DSC-TO-IN

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "DISC-ADD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "APPR:" WS-DSC-APPROVER
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "CAT:" WS-DSC-CATEGORY "/ID:" WS-DSC-ID-NUMBER
                  "/" WS-DSC-FROM-IN "-" WS-DSC-TO-IN
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * SUPERVISOR - WITHDRAWS A GRANT FROM TODAY (ID SURRENDERED,
      * SCHOLARSHIP ENDED, OFFICER REPLACED). THE ENTRY IS KEPT SO THE
      * DISCOUNTS ALREADY GIVEN UNDER IT CAN STILL BE JUSTIFIED
       DSC-REVOKE-ENTRY.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM DSC-LIST-ENTRIES
           IF WS-DSC-LIST-CNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valid From of the grant to revoke (YYYY-MM-DD): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DSC-FROM-IN
           ACCEPT WS-DSC-FROM-IN
           PERFORM DSC-OPEN-REGISTER
           IF WS-DSCF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO DSC-STUDENT-NUMBER
           MOVE WS-DSC-FROM-IN TO DSC-VALID-FROM
           READ DISCOUNT-FILE
               INVALID KEY
                   DISPLAY "No grant starting that day."
                   CLOSE DISCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF DSC-IS-REVOKED
               DISPLAY "That grant is already revoked."
               CLOSE DISCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE "REVOKED" TO DSC-STATUS
           MOVE WS-OPERATOR-ID TO DSC-REVOKED-BY
           MOVE WS-TODAY-DATE TO DSC-REVOKED-ON
           REWRITE DISCOUNT-RECORD
           IF WS-DSCF-STATUS NOT = "00"
               STRING "Discount Register Rewrite Error: "
                   WS-DSCF-STATUS
                   INTO WS-FILE-ERROR
               MOVE "DSC-REVOKE-ENTRY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE DISCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE DISCOUNT-FILE
           DISPLAY "Grant revoked."

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "DISC-RVK" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "CAT:" DSC-CATEGORY "/ACTIVE"
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "FROM:" DSC-VALID-FROM "/REVOKED:" WS-TODAY-DATE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * LISTS EVERY GRANT ON FILE FOR WS-STUDENT-NUMBER, COUNTING THEM
      * IN WS-DSC-LIST-CNT
       DSC-LIST-ENTRIES.
           MOVE 0 TO WS-DSC-LIST-CNT
           IF WS-DSC-ACTION = "L"
               DISPLAY "Enter Student Number: " WITH NO ADVANCING
               ACCEPT WS-STUDENT-NUMBER
           END-IF
           OPEN INPUT DISCOUNT-FILE
           IF WS-DSCF-STATUS NOT = "00"
               DISPLAY "No discount grants on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO DSC-STUDENT-NUMBER
           MOVE LOW-VALUES TO DSC-VALID-FROM
           MOVE 'N' TO WS-DSC-EOF
           START DISCOUNT-FILE KEY IS >= DSC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSC-EOF
           END-START
           PERFORM UNTIL WS-DSC-EOF = 'Y'
               READ DISCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSC-EOF
                   NOT AT END
                       IF DSC-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-DSC-EOF
                       ELSE
                           ADD 1 TO WS-DSC-LIST-CNT
                           DISPLAY DSC-VALID-FROM " to " DSC-VALID-TO
                                   "  " DSC-CATEGORY " ID "
                                   FUNCTION TRIM(DSC-ID-NUMBER)
                                   "  " DSC-STATUS
                           DISPLAY "    approved by "
                                   FUNCTION TRIM(DSC-APPROVED-BY)
                                   ", entered " DSC-ENTERED-ON
                                   " by " DSC-ENTERED-BY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISCOUNT-FILE
           IF WS-DSC-LIST-CNT = 0
               DISPLAY "No discount grants on file for that student."
           END-IF
           .

      * THE ACTIVE GRANT COVERING WS-DSC-ASOF FOR THE STUDENT IN THE
      * PARKING RECORD AREA. SHOULD TWO OVERLAP, THE LARGER DISCOUNT
      * APPLIES. SETS WS-DSC-FOUND, WS-DSC-PERCENT AND THE DETAILS
       FIND-STUDENT-DISCOUNT.
           MOVE 'N' TO WS-DSC-FOUND
           MOVE 0 TO WS-DSC-PERCENT
           OPEN INPUT DISCOUNT-FILE
           IF WS-DSCF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-NUMBER TO DSC-STUDENT-NUMBER
           MOVE LOW-VALUES TO DSC-VALID-FROM
           MOVE 'N' TO WS-DSC-EOF
           START DISCOUNT-FILE KEY IS >= DSC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSC-EOF
           END-START
           PERFORM UNTIL WS-DSC-EOF = 'Y'
               READ DISCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSC-EOF
                   NOT AT END
                       IF DSC-STUDENT-NUMBER NOT = STUDENT-NUMBER
                           OR DSC-VALID-FROM > WS-DSC-ASOF
                           MOVE 'Y' TO WS-DSC-EOF
                       ELSE
                           IF DSC-IS-ACTIVE
                               AND DSC-VALID-TO >= WS-DSC-ASOF
                               PERFORM FIND-DISCOUNT-TAKE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISCOUNT-FILE
           .

       FIND-DISCOUNT-TAKE.
           MOVE DSC-CATEGORY TO WS-DSC-CATEGORY
           PERFORM DSC-CATEGORY-PCT
           IF WS-DSC-TRY-PCT > WS-DSC-PERCENT
               MOVE 'Y' TO WS-DSC-FOUND
               MOVE WS-DSC-TRY-PCT TO WS-DSC-PERCENT
               MOVE DSC-ID-NUMBER TO WS-DSC-ID-NUMBER
               MOVE DSC-APPROVED-BY TO WS-DSC-APPROVER
               MOVE DSC-CATEGORY TO WS-DSC-WIN-CAT
           END-IF
           .

      * TAKES THE STATUTORY DISCOUNT OFF THE FEE COMPUTE-VISIT-FEE
      * JUST PUT IN FEE-AMOUNT, FOR THE STUDENT IN THE PARKING RECORD
      * AREA. THE GRANT MUST COVER THE DAY THE VISIT STARTED - THE SAME
      * DAY WHOSE RATES PRICED IT. WS-DSC-GROSS KEEPS THE UNDISCOUNTED
      * FEE AND WS-DSC-AMOUNT THE DISCOUNT; NOTHING IS WRITTEN HERE, SO
      * THE KIOSK CAN QUOTE A DISCOUNTED FEE WITHOUT BOOKING ANYTHING.
      * STAFF VISITS ARE PRICED THROUGH COMPUTE-VISIT-FEE TOO, BUT THE
      * REGISTER IS FOR STUDENTS, SO ONLY STUDENT PATHS CALL THIS
       APPLY-VISIT-DISCOUNT.
           MOVE 'N' TO WS-DSC-PENDING
           MOVE 'N' TO WS-DSC-FOUND
           MOVE 0 TO WS-DSC-PERCENT
           MOVE 0 TO WS-DSC-AMOUNT
           MOVE SPACES TO WS-DSC-CATEGORY
           MOVE SPACES TO WS-DSC-ID-NUMBER
           MOVE SPACES TO WS-DSC-APPROVER
           MOVE FEE-AMOUNT TO WS-DSC-GROSS
           IF FEE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TIME-OF-ENTRY(1:10) TO WS-DSC-ASOF
           PERFORM FIND-STUDENT-DISCOUNT
           IF WS-DSC-FOUND = 'N'
               MOVE SPACES TO WS-DSC-CATEGORY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DSC-WIN-CAT TO WS-DSC-CATEGORY
           COMPUTE WS-DSC-AMOUNT ROUNDED =
               WS-DSC-GROSS * WS-DSC-PERCENT / 100
           IF WS-DSC-AMOUNT > WS-DSC-GROSS
               MOVE WS-DSC-GROSS TO WS-DSC-AMOUNT
           END-IF
           SUBTRACT WS-DSC-AMOUNT FROM FEE-AMOUNT
           .

      * BOOKS THE DISCOUNT JUST APPLIED TO THE DISCOUNT LEDGER ONCE THE
      * FEE IS FINAL (STAGE IN WS-DSC-STAGE), WITH ITS AUDIT LINE. AT
      * THE GATE, WHATEVER WAS ALREADY GRANTED AT THE PAY-STATION FOR
      * THE SAME VISIT IS TAKEN OFF FIRST SO NO DISCOUNT IS BOOKED
      * TWICE. WHEN A RECEIPT WILL FOLLOW, THE LINE IS LEFT PENDING
      * FOR WRITE-PAYMENT-RECORD TO STAMP WITH THE RECEIPT NUMBER
       RECORD-VISIT-DISCOUNT.
           MOVE 'N' TO WS-DSC-PENDING
           IF WS-DSC-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DISC-LEDGER-FILE
           IF WS-DGL-STATUS = "35"
               OPEN OUTPUT DISC-LEDGER-FILE
               CLOSE DISC-LEDGER-FILE
               OPEN I-O DISC-LEDGER-FILE
           END-IF
           IF WS-DGL-STATUS NOT = "00"
               STRING "Discount Ledger Open Error: " WS-DGL-STATUS
                   INTO WS-FILE-ERROR
               MOVE "RECORD-VISIT-DISCOUNT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-DSC-STAGE = 'X'
               MOVE STUDENT-NUMBER TO DGL-STUDENT-NUMBER
               MOVE TIME-OF-ENTRY(1:16) TO DGL-ENTRY-TIME
               MOVE 'S' TO DGL-STAGE
               READ DISC-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-DSC-GROSS > DGL-GROSS
                           SUBTRACT DGL-GROSS FROM WS-DSC-GROSS
                       ELSE
                           MOVE 0 TO WS-DSC-GROSS
                       END-IF
                       IF WS-DSC-AMOUNT > DGL-DISCOUNT
                           SUBTRACT DGL-DISCOUNT FROM WS-DSC-AMOUNT
                       ELSE
                           MOVE 0 TO WS-DSC-AMOUNT
                       END-IF
               END-READ
               IF WS-DSC-AMOUNT = 0
                   CLOSE DISC-LEDGER-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE 'N' TO WS-DSC-FOUND
           MOVE STUDENT-NUMBER TO DGL-STUDENT-NUMBER
           MOVE TIME-OF-ENTRY(1:16) TO DGL-ENTRY-TIME
           MOVE WS-DSC-STAGE TO DGL-STAGE
           READ DISC-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DSC-FOUND
           END-READ
           MOVE 0 TO DGL-RECEIPT-NUMBER
           MOVE SPACES TO DGL-GRANTED-ON
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO DGL-GRANTED-ON
           END-STRING
           MOVE SPACES TO DGL-GRANTED-AT
           STRING WS-HOURS ":" WS-MINUTES
                  DELIMITED BY SIZE
                  INTO DGL-GRANTED-AT
           END-STRING
           MOVE WS-DSC-CATEGORY TO DGL-CATEGORY
           MOVE WS-DSC-ID-NUMBER TO DGL-ID-NUMBER
           MOVE WS-DSC-APPROVER TO DGL-APPROVED-BY
           MOVE WS-DSC-PERCENT TO DGL-PERCENT
           MOVE WS-DSC-GROSS TO DGL-GROSS
           MOVE WS-DSC-AMOUNT TO DGL-DISCOUNT
           MOVE FEE-AMOUNT TO DGL-NET
           MOVE LOT-ID TO DGL-LOT-ID
           MOVE WS-OPERATOR-ID TO DGL-OPERATOR
           IF WS-DSC-FOUND = 'Y'
               REWRITE DISC-LEDGER-RECORD
           ELSE
               WRITE DISC-LEDGER-RECORD
           END-IF
           IF WS-DGL-STATUS NOT = "00"
               STRING "Discount Ledger Write Error: " WS-DGL-STATUS
                   INTO WS-FILE-ERROR
               MOVE "RECORD-VISIT-DISCOUNT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE DISC-LEDGER-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE DISC-LEDGER-FILE
           IF FEE-AMOUNT > 0
               MOVE 'Y' TO WS-DSC-PENDING
               MOVE DGL-KEY TO WS-DSC-PENDING-KEY
           END-IF

           MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
           MOVE "DISCOUNT" TO WS-AUDIT-ACTION
           MOVE DGL-GROSS TO WS-FEE-DISPLAY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "GROSS:" WS-FEE-DISPLAY
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE DGL-DISCOUNT TO WS-FEE-DISPLAY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "CAT:" DGL-CATEGORY "/PCT:" DGL-PERCENT
                  "/DISC:" WS-FEE-DISPLAY "/STG:" DGL-STAGE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           .

      * STAMPS THE PENDING DISCOUNT LINE WITH THE RECEIPT NOW IN THE
      * PAYMENT FD - ONLY IF IT IS THE SAME STUDENT'S VISIT FEE, SO A
      * LINE LEFT PENDING CAN NEVER ATTACH ITSELF TO SOMEONE ELSE'S
      * RECEIPT OR TO A FINE OR INSTALLMENT TAKEN AT THE SAME COUNTER
       LINK-DISCOUNT-RECEIPT.
           IF WS-DSC-PENDING-KEY(1:11) NOT = PAY-STUDENT-NUMBER
               OR PAY-REVENUE-TYPE NOT = "HOURLY"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DSC-PENDING
           OPEN I-O DISC-LEDGER-FILE
           IF WS-DGL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DSC-PENDING-KEY TO DGL-KEY
           READ DISC-LEDGER-FILE
               INVALID KEY
                   CLOSE DISC-LEDGER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE PAY-RECEIPT-NUMBER TO DGL-RECEIPT-NUMBER
           REWRITE DISC-LEDGER-RECORD
           IF WS-DGL-STATUS NOT = "00"
               STRING "Discount Ledger Rewrite Error: " WS-DGL-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LINK-DISCOUNT-RECEIPT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE DISC-LEDGER-FILE
           .

      * THE GROSS FEE AND DISCOUNT LINES OF A DISCOUNTED RECEIPT, FOUND
      * THROUGH THE LEDGER'S RECEIPT KEY SO A REPRINT SHOWS THEM TOO
       PRINT-RECEIPT-DISCOUNT.
           OPEN INPUT DISC-LEDGER-FILE
           IF WS-DGL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-RECEIPT-NUMBER TO DGL-RECEIPT-NUMBER
           READ DISC-LEDGER-FILE KEY IS DGL-RECEIPT-NUMBER
               INVALID KEY
                   CLOSE DISC-LEDGER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE DGL-GROSS TO WS-FEE-DISPLAY
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "GROSS FEE:       " WS-FEE-DISPLAY
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE DGL-DISCOUNT TO WS-FEE-DISPLAY
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "LESS DISCOUNT:   " WS-FEE-DISPLAY
                  "   " FUNCTION TRIM(DGL-CATEGORY) " "
                  DGL-PERCENT "%"
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           MOVE SPACES TO RCP-LINE-TEXT
           STRING "DISCOUNT ID:     " DGL-ID-NUMBER
                  DELIMITED BY SIZE
                  INTO RCP-LINE-TEXT
           END-STRING
           WRITE RECEIPT-PRINT-RECORD
           CLOSE DISC-LEDGER-FILE
           .

      * THE DAY'S DISCOUNTS GRANTED, FOR THE FINANCE JOURNAL - HOURLY
      * FEES ARE POSTED GROSS AND THE DISCOUNTS AS THEIR OWN ACCOUNT
       TALLY-JOURNAL-DISCOUNTS.
           MOVE 0 TO WS-JRN-DISCOUNTS
           OPEN INPUT DISC-LEDGER-FILE
           IF WS-DGL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DSC-EOF
           PERFORM UNTIL WS-DSC-EOF = 'Y'
               READ DISC-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSC-EOF
                   NOT AT END
                       IF DGL-GRANTED-ON = WS-TODAY-DATE
                           ADD DGL-DISCOUNT TO WS-JRN-DISCOUNTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISC-LEDGER-FILE
           .

      * THE MONTHLY DISCOUNT REPORT FOR THE AUDIT OFFICE - EVERY
      * DISCOUNT GRANTED IN THE MONTH (WS-DSR-PERIOD-IN, BLANK = LAST
      * MONTH) GROUPED BY CATEGORY, EACH WITH THE STUDENT, SUPPORTING
      * ID, APPROVING OFFICER AND RECEIPT, AND GROSS / DISCOUNT / NET
      * TOTALS PER CATEGORY - SO DISCOUNTS ARE JUSTIFIED THE WAY CASH
      * IS. SCHEDULED AT MONTH START AS "DISCOUNT" OR "DISCOUNT YYYY-MM"
       DISCOUNT-REPORT-BATCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-DSR-PERIOD-IN = SPACES
               MOVE WS-YEAR TO WS-DSR-YEAR
               MOVE WS-MONTH TO WS-DSR-MONTH
               IF WS-DSR-MONTH = 1
                   MOVE 12 TO WS-DSR-MONTH
                   SUBTRACT 1 FROM WS-DSR-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-DSR-MONTH
               END-IF
           ELSE
               IF WS-DSR-PERIOD-IN(1:4) IS NOT NUMERIC
                   OR WS-DSR-PERIOD-IN(5:1) NOT = "-"
                   OR WS-DSR-PERIOD-IN(6:2) IS NOT NUMERIC
                   DISPLAY "Report month must be YYYY-MM."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DSR-PERIOD-IN(1:4) TO WS-DSR-YEAR
               MOVE WS-DSR-PERIOD-IN(6:2) TO WS-DSR-MONTH
           END-IF
           IF WS-DSR-MONTH < 1 OR WS-DSR-MONTH > 12
               DISPLAY "Report month must be YYYY-MM."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DSR-PERIOD
           STRING WS-DSR-YEAR "-" WS-DSR-MONTH
                  DELIMITED BY SIZE
                  INTO WS-DSR-PERIOD
           END-STRING

           OPEN OUTPUT DISC-WORK-FILE
           OPEN INPUT DISC-LEDGER-FILE
           IF WS-DGL-STATUS = "00"
               MOVE 'N' TO WS-DSC-EOF
               PERFORM UNTIL WS-DSC-EOF = 'Y'
                   READ DISC-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DSC-EOF
                       NOT AT END
                           IF DGL-GRANTED-ON(1:7) = WS-DSR-PERIOD
                               PERFORM DSR-WORK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISC-LEDGER-FILE
           END-IF
           CLOSE DISC-WORK-FILE
           SORT DISC-SORT-FILE
               ON ASCENDING KEY DSS-CATEGORY DSS-GRANTED-ON
                                DSS-GRANTED-AT DSS-STUDENT-NUMBER
               USING DISC-WORK-FILE
               GIVING DISC-SORTED-FILE

           MOVE SPACES TO WS-DSR-FILENAME
           STRING "DISCOUNTS-" WS-DSR-PERIOD ".rpt"
                  DELIMITED BY SIZE
                  INTO WS-DSR-FILENAME
           END-STRING
           OPEN OUTPUT DISC-REPORT-FILE
           IF WS-DSR-STATUS NOT = "00"
               STRING "Discount Report Open Error: " WS-DSR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "DISCOUNT-REPORT-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO DSR-CARRIAGE-CONTROL
           MOVE SPACES TO DSR-LINE-TEXT
           STRING "STATUTORY DISCOUNTS AND FEE EXEMPTIONS GRANTED - "
                  WS-DSR-PERIOD
                  DELIMITED BY SIZE
                  INTO DSR-LINE-TEXT
           END-STRING
           WRITE DISC-REPORT-RECORD
           MOVE ' ' TO DSR-CARRIAGE-CONTROL
           MOVE SPACES TO DSR-LINE-TEXT
           STRING "RATES: PWD " WS-DISC-PCT-PWD "%  SCHOLAR "
                  WS-DISC-PCT-SCHOLAR "%  COUNCIL "
                  WS-DISC-PCT-COUNCIL "%   PRINTED "
                  WS-YEAR "-" WS-MONTH "-" WS-DAY " BY "
                  WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO DSR-LINE-TEXT
           END-STRING
           WRITE DISC-REPORT-RECORD

           INITIALIZE WS-DSR-TOTALS
           MOVE SPACES TO WS-DSR-PREV-CAT
           OPEN INPUT DISC-SORTED-FILE
           MOVE 'N' TO WS-DSC-EOF
           PERFORM UNTIL WS-DSC-EOF = 'Y'
               READ DISC-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-DSC-EOF
                   NOT AT END
                       IF DSK-CATEGORY NOT = WS-DSR-PREV-CAT
                           IF WS-DSR-PREV-CAT NOT = SPACES
                               PERFORM DSR-CATEGORY-TOTAL
                           END-IF
                           PERFORM DSR-CATEGORY-HEADING
                       END-IF
                       PERFORM DSR-DETAIL-LINE
               END-READ
           END-PERFORM
           CLOSE DISC-SORTED-FILE
           IF WS-DSR-PREV-CAT NOT = SPACES
               PERFORM DSR-CATEGORY-TOTAL
           END-IF

           MOVE SPACES TO DSR-LINE-TEXT
           WRITE DISC-REPORT-RECORD
           MOVE WS-DSR-ALL-CNT TO WS-DSR-CNT-EDIT
           MOVE WS-DSR-ALL-GROSS TO WS-DSR-AMT-1
           MOVE WS-DSR-ALL-DISC TO WS-DSR-AMT-2
           MOVE WS-DSR-ALL-NET TO WS-DSR-AMT-3
           MOVE SPACES TO DSR-LINE-TEXT
           STRING "ALL CATEGORIES  GRANTS: " WS-DSR-CNT-EDIT
                  "  GROSS: " WS-DSR-AMT-1
                  "  DISCOUNT: " WS-DSR-AMT-2
                  "  NET: " WS-DSR-AMT-3
                  DELIMITED BY SIZE
                  INTO DSR-LINE-TEXT
           END-STRING
           WRITE DISC-REPORT-RECORD
           CLOSE DISC-REPORT-FILE
           MOVE WS-DSR-ALL-DISC TO WS-DSR-AMT-2
           DISPLAY WS-DSR-ALL-CNT " discount(s) totalling "
                   FUNCTION TRIM(WS-DSR-AMT-2) " written to "
                   FUNCTION TRIM(WS-DSR-FILENAME)
           .

       DSR-WORK-LINE.
           MOVE DGL-CATEGORY TO DSW-CATEGORY
           MOVE DGL-GRANTED-ON TO DSW-GRANTED-ON
           MOVE DGL-GRANTED-AT TO DSW-GRANTED-AT
           MOVE DGL-STUDENT-NUMBER TO DSW-STUDENT-NUMBER
           MOVE DGL-ID-NUMBER TO DSW-ID-NUMBER
           MOVE DGL-APPROVED-BY TO DSW-APPROVED-BY
           MOVE DGL-RECEIPT-NUMBER TO DSW-RECEIPT-NUMBER
           MOVE DGL-PERCENT TO DSW-PERCENT
           MOVE DGL-GROSS TO DSW-GROSS
           MOVE DGL-DISCOUNT TO DSW-DISCOUNT
           MOVE DGL-NET TO DSW-NET
           WRITE DISC-WORK-RECORD
           .

       DSR-CATEGORY-HEADING.
           MOVE DSK-CATEGORY TO WS-DSR-PREV-CAT
           MOVE 0 TO WS-DSR-CAT-CNT
           MOVE 0 TO WS-DSR-CAT-GROSS
           MOVE 0 TO WS-DSR-CAT-DISC
           MOVE 0 TO WS-DSR-CAT-NET
           MOVE SPACES TO DSR-LINE-TEXT
           WRITE DISC-REPORT-RECORD
           MOVE SPACES TO DSR-LINE-TEXT
           STRING "CATEGORY: " DSK-CATEGORY
                  DELIMITED BY SIZE
                  INTO DSR-LINE-TEXT
           END-STRING
           WRITE DISC-REPORT-RECORD
           MOVE "DATE       TIME  STUDENT      SUPPORTING ID        "
               & "APPROVED BY          RECEIPT   PCT     GROSS  "
               & "DISCOUNT       NET"
               TO DSR-LINE-TEXT
           WRITE DISC-REPORT-RECORD
           MOVE SPACES TO DSR-LINE-TEXT
           MOVE ALL "-" TO DSR-LINE-TEXT(1:115)
           WRITE DISC-REPORT-RECORD
           .

       DSR-DETAIL-LINE.
           ADD 1 TO WS-DSR-CAT-CNT
           ADD DSK-GROSS TO WS-DSR-CAT-GROSS
           ADD DSK-DISCOUNT TO WS-DSR-CAT-DISC
           ADD DSK-NET TO WS-DSR-CAT-NET
           ADD 1 TO WS-DSR-ALL-CNT
           ADD DSK-GROSS TO WS-DSR-ALL-GROSS
           ADD DSK-DISCOUNT TO WS-DSR-ALL-DISC
           ADD DSK-NET TO WS-DSR-ALL-NET
           MOVE DSK-GROSS TO WS-DSC-DISPLAY
           MOVE SPACES TO DSR-LINE-TEXT
           STRING DSK-GRANTED-ON " " DSK-GRANTED-AT " "
                  DSK-STUDENT-NUMBER "  " DSK-ID-NUMBER " "
                  DSK-APPROVED-BY(1:20) " " DSK-RECEIPT-NUMBER "  "
                  DSK-PERCENT " " WS-DSC-DISPLAY
                  DELIMITED BY SIZE
                  INTO DSR-LINE-TEXT
           END-STRING
           MOVE DSK-DISCOUNT TO WS-DSC-DISPLAY
           MOVE WS-DSC-DISPLAY TO DSR-LINE-TEXT(97:9)
           MOVE DSK-NET TO WS-DSC-DISPLAY
           MOVE WS-DSC-DISPLAY TO DSR-LINE-TEXT(107:9)
           WRITE DISC-REPORT-RECORD
           .

       DSR-CATEGORY-TOTAL.
           MOVE WS-DSR-CAT-CNT TO WS-DSR-CNT-EDIT
           MOVE WS-DSR-CAT-GROSS TO WS-DSR-AMT-1
           MOVE WS-DSR-CAT-DISC TO WS-DSR-AMT-2
           MOVE WS-DSR-CAT-NET TO WS-DSR-AMT-3
           MOVE SPACES TO DSR-LINE-TEXT
           STRING "  " WS-DSR-PREV-CAT " TOTAL  GRANTS: "
                  WS-DSR-CNT-EDIT "  GROSS: " WS-DSR-AMT-1
                  "  DISCOUNT: " WS-DSR-AMT-2 "  NET: " WS-DSR-AMT-3
                  DELIMITED BY SIZE
                  INTO DSR-LINE-TEXT
           END-STRING
           WRITE DISC-REPORT-RECORD
           .

      * THE STUDENT'S DISCOUNT GRANTS AND THE DISCOUNTS GIVEN UNDER
      * THEM - LISTED, OR THE SUPPORTING ID NUMBERS MASKED WHEN
      * ANONYMIZING (CATEGORY, APPROVER AND AMOUNTS STAY SO THE AUDIT
      * OFFICE'S PAST MONTHS STILL ADD UP)
       DPA-DISCOUNTS.
           MOVE 0 TO WS-DPA-COUNT
           IF WS-DPA-MODE = 'X'
               MOVE "DISCOUNT AND EXEMPTION GRANTS" TO WS-DPA-LINE
               PERFORM DPA-SECTION-HEADING
               OPEN INPUT DISCOUNT-FILE
           ELSE
               OPEN I-O DISCOUNT-FILE
           END-IF
           IF WS-DSCF-STATUS = "00"
               MOVE WS-DPA-STUDENT TO DSC-STUDENT-NUMBER
               MOVE LOW-VALUES TO DSC-VALID-FROM
               MOVE 'N' TO WS-DSC-EOF
               START DISCOUNT-FILE KEY IS >= DSC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DSC-EOF
               END-START
               PERFORM UNTIL WS-DSC-EOF = 'Y'
                   READ DISCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DSC-EOF
                       NOT AT END
                           IF DSC-STUDENT-NUMBER NOT = WS-DPA-STUDENT
                               MOVE 'Y' TO WS-DSC-EOF
                           ELSE
                               PERFORM DPA-DISCOUNT-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCOUNT-FILE
           END-IF
           IF WS-DPA-MODE = 'X'
               OPEN INPUT DISC-LEDGER-FILE
           ELSE
               OPEN I-O DISC-LEDGER-FILE
           END-IF
           IF WS-DGL-STATUS = "00"
               MOVE WS-DPA-STUDENT TO DGL-STUDENT-NUMBER
               MOVE LOW-VALUES TO DGL-ENTRY-TIME
               MOVE LOW-VALUES TO DGL-STAGE
               MOVE 'N' TO WS-DSC-EOF
               START DISC-LEDGER-FILE KEY IS >= DGL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DSC-EOF
               END-START
               PERFORM UNTIL WS-DSC-EOF = 'Y'
                   READ DISC-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DSC-EOF
                       NOT AT END
                           IF DGL-STUDENT-NUMBER NOT = WS-DPA-STUDENT
                               MOVE 'Y' TO WS-DSC-EOF
                           ELSE
                               PERFORM DPA-DISC-LEDGER-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISC-LEDGER-FILE
           END-IF
           IF WS-DPA-MODE = 'X'
               PERFORM DPA-SECTION-COUNT
           END-IF
           .

       DPA-DISCOUNT-ONE.
           ADD 1 TO WS-DPA-COUNT
           IF WS-DPA-MODE = 'X'
               MOVE SPACES TO DPR-LINE-TEXT
               STRING "  GRANT: " DSC-CATEGORY "  ID: " DSC-ID-NUMBER
                      "  " DSC-VALID-FROM " TO " DSC-VALID-TO
                      "  " DSC-STATUS
                      DELIMITED BY SIZE
                      INTO DPR-LINE-TEXT
               END-STRING
               WRITE DPA-REPORT-RECORD
           ELSE
               MOVE ALL "*" TO DSC-ID-NUMBER
               REWRITE DISCOUNT-RECORD
           END-IF
           .

       DPA-DISC-LEDGER-ONE.
           ADD 1 TO WS-DPA-COUNT
           IF WS-DPA-MODE = 'X'
               MOVE DGL-DISCOUNT TO WS-FEE-DISPLAY
               MOVE SPACES TO DPR-LINE-TEXT
               STRING "  DISCOUNT GIVEN: " DGL-GRANTED-ON
                      "  " DGL-CATEGORY "  ID: " DGL-ID-NUMBER
                      "  AMOUNT: " WS-FEE-DISPLAY
                      "  RECEIPT: " DGL-RECEIPT-NUMBER
                      DELIMITED BY SIZE
                      INTO DPR-LINE-TEXT
               END-STRING
               WRITE DPA-REPORT-RECORD
           ELSE
               MOVE ALL "*" TO DGL-ID-NUMBER
               REWRITE DISC-LEDGER-RECORD
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - CLERK EXCEPTION AND FRAUD-INDICATOR
      * REPORT. PROMPTS FOR THE MONTH AND RUNS THE SAME ANALYSIS THE
      * MONTH-START BATCH DOES
       CLERK-EXCEPTION-REPORT.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Report month (YYYY-MM, blank = last month): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-CXR-PERIOD-IN
           ACCEPT WS-CXR-PERIOD-IN
           PERFORM CLERK-EXCEPTION-BATCH
           .

      * READS THE AUDIT TRAIL FOR ONE MONTH (WS-CXR-PERIOD-IN, BLANK =
      * LAST MONTH) AND SUMMARISES, PER OPERATOR AND PER SHIFT, THE
      * SENSITIVE ACTIONS INTERNAL AUDIT WATCHES - VOIDS AND REFUNDS,
      * FORCE-CLOSES, MANUAL EDITS, FINES WAIVED OR REDUCED, CASH-UP
      * VARIANCES AND EXITS CLOSED AT A ZERO FEE - WITH EACH CLERK'S
      * SHARE OF THE TOTAL. CLERKS OVER THE CONFIGURED THRESHOLDS ARE
      * FLAGGED ON CLERK-EXCEPTIONS-YYYY-MM.rpt. EXITS HONOURED BY A
      * PERMIT, A PAY-STATION WINDOW OR A REGISTERED EXEMPTION ARE NOT
      * COUNTED AS ZERO-RATED. SCHEDULED AT MONTH START AS "CLERKEXC"
      * OR "CLERKEXC YYYY-MM"
       CLERK-EXCEPTION-BATCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-CXR-PERIOD-IN = SPACES
               MOVE WS-YEAR TO WS-CXR-YEAR
               MOVE WS-MONTH TO WS-CXR-MONTH
               IF WS-CXR-MONTH = 1
                   MOVE 12 TO WS-CXR-MONTH
                   SUBTRACT 1 FROM WS-CXR-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-CXR-MONTH
               END-IF
           ELSE
               IF WS-CXR-PERIOD-IN(1:4) IS NOT NUMERIC
                   OR WS-CXR-PERIOD-IN(5:1) NOT = "-"
                   OR WS-CXR-PERIOD-IN(6:2) IS NOT NUMERIC
                   DISPLAY "Report month must be YYYY-MM."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CXR-PERIOD-IN(1:4) TO WS-CXR-YEAR
               MOVE WS-CXR-PERIOD-IN(6:2) TO WS-CXR-MONTH
           END-IF
           IF WS-CXR-MONTH < 1 OR WS-CXR-MONTH > 12
               DISPLAY "Report month must be YYYY-MM."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CXR-PERIOD
           STRING WS-CXR-YEAR "-" WS-CXR-MONTH
                  DELIMITED BY SIZE
                  INTO WS-CXR-PERIOD
           END-STRING

           INITIALIZE WS-CXR-TABLE
           INITIALIZE WS-CXR-CAT-TOTALS
           MOVE 0 TO WS-CXR-COUNT-USED
           MOVE 0 TO WS-CXR-FLAGGED
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "No audit activity recorded yet."
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               STRING "Audit Open Error: " WS-AUDIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLERK-EXCEPTION-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM CXR-TALLY-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

           MOVE SPACES TO WS-CXR-FILENAME
           STRING "CLERK-EXCEPTIONS-" WS-CXR-PERIOD ".rpt"
                  DELIMITED BY SIZE
                  INTO WS-CXR-FILENAME
           END-STRING
           OPEN OUTPUT CLERK-EXC-RPT-FILE
           IF WS-CXR-STATUS NOT = "00"
               STRING "Clerk Report Open Error: " WS-CXR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLERK-EXCEPTION-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO CXR-CARRIAGE-CONTROL
           MOVE SPACES TO CXR-LINE-TEXT
           STRING "CLERK EXCEPTION AND FRAUD-INDICATOR REPORT - "
                  WS-CXR-PERIOD "   PRINTED " WS-YEAR "-" WS-MONTH
                  "-" WS-DAY " BY " WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO CXR-LINE-TEXT
           END-STRING
           WRITE CLERK-EXC-RPT-RECORD
           MOVE ' ' TO CXR-CARRIAGE-CONTROL
           MOVE SPACES TO CXR-LINE-TEXT
           STRING "SHIFTS: 1 FROM " WS-SHIFT-1-START "  2 FROM "
                  WS-SHIFT-2-START "  3 FROM " WS-SHIFT-3-START
                  " (AND BEFORE " WS-SHIFT-1-START ")"
                  DELIMITED BY SIZE
                  INTO CXR-LINE-TEXT
           END-STRING
           WRITE CLERK-EXC-RPT-RECORD
           MOVE WS-CLERK-VARIANCE TO WS-CXR-AMT-EDIT
           MOVE SPACES TO CXR-LINE-TEXT
           STRING "FLAGGED WHEN: SHARE OF A CATEGORY OVER "
                  WS-CLERK-SHARE-PCT "% (AT LEAST "
                  WS-CLERK-MIN-EVENTS " EVENTS)  ZERO-FEE EXITS OVER "
                  WS-CLERK-ZERO-PCT "% OF OWN EXITS  CASH VARIANCE "
                  "OVER " FUNCTION TRIM(WS-CXR-AMT-EDIT)
                  DELIMITED BY SIZE
                  INTO CXR-LINE-TEXT
           END-STRING
           WRITE CLERK-EXC-RPT-RECORD
           MOVE SPACES TO CXR-LINE-TEXT
           WRITE CLERK-EXC-RPT-RECORD
           PERFORM CXR-COLUMN-HEADING
           MOVE SPACES TO CXR-LINE-TEXT
           MOVE "ALL CLERKS" TO CXR-LINE-TEXT(1:10)
           MOVE "ALL" TO CXR-LINE-TEXT(12:3)
           PERFORM VARYING WS-CXR-C FROM 1 BY 1 UNTIL WS-CXR-C > 6
               MOVE WS-CXR-CAT-TOT(WS-CXR-C) TO WS-CXR-CNT-EDIT
               COMPUTE WS-CXR-POS = 18 + (WS-CXR-C - 1) * 11 + 5
               MOVE WS-CXR-CNT-EDIT
                   TO CXR-LINE-TEXT(WS-CXR-POS:5)
           END-PERFORM
           MOVE WS-CXR-ALL-EXITS TO WS-CXR-CNT-EDIT
           MOVE WS-CXR-CNT-EDIT TO CXR-LINE-TEXT(86:5)
           WRITE CLERK-EXC-RPT-RECORD

           PERFORM VARYING WS-CXR-I FROM 1 BY 1
                   UNTIL WS-CXR-I > WS-CXR-COUNT-USED
               PERFORM CXR-CLERK-BLOCK
           END-PERFORM

           MOVE SPACES TO CXR-LINE-TEXT
           WRITE CLERK-EXC-RPT-RECORD
           MOVE SPACES TO CXR-LINE-TEXT
           STRING "CLERKS REPORTED: " WS-CXR-COUNT-USED
                  "   CLERKS FLAGGED: " WS-CXR-FLAGGED
                  DELIMITED BY SIZE
                  INTO CXR-LINE-TEXT
           END-STRING
           WRITE CLERK-EXC-RPT-RECORD
           CLOSE CLERK-EXC-RPT-FILE
           DISPLAY WS-CXR-COUNT-USED " clerk(s) analysed, "
                   WS-CXR-FLAGGED " flagged - written to "
                   FUNCTION TRIM(WS-CXR-FILENAME)

           MOVE SPACES TO STUDENT-NUMBER
           MOVE "CLERK-EXC" TO WS-AUDIT-ACTION
           MOVE WS-CXR-PERIOD TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "CLERKS:" WS-CXR-COUNT-USED
                  "/FLAGGED:" WS-CXR-FLAGGED
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * CLASSIFIES ONE AUDIT LINE OF THE REPORT MONTH. THE TAGS ARE
      * CHECKED AT THE FIXED OFFSETS APPEND-AUDIT-RECORD ESTABLISHED
      * (ACTION AT 29, AFTER AT 114, OPERATOR AT 181) BEFORE ANY
      * AMOUNT IS TRUSTED, AS THE CASH-UP AND JOURNAL TALLIES DO
       CXR-TALLY-AUDIT-LINE.
           IF AUDIT-RECORD(1:7) NOT = WS-CXR-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CXR-LINE-CAT
           MOVE 0 TO WS-CXR-LINE-AMT
           MOVE 'N' TO WS-CXR-LINE-EXIT
           EVALUATE AUDIT-RECORD(29:10)
               WHEN "PAY-VOID"
                   MOVE 1 TO WS-CXR-LINE-CAT
                   IF AUDIT-RECORD(127:6) = "/PAID:"
                       MOVE FUNCTION NUMVAL(AUDIT-RECORD(133:8))
                           TO WS-CXR-LINE-AMT
                   END-IF
               WHEN "FORCECLOSE"
                   MOVE 2 TO WS-CXR-LINE-CAT
               WHEN "EDIT"
                   MOVE 3 TO WS-CXR-LINE-CAT
               WHEN "APL-RULE"
                   IF AUDIT-RECORD(114:6) = "WAIVED"
                       OR AUDIT-RECORD(114:7) = "REDUCED"
                       MOVE 4 TO WS-CXR-LINE-CAT
                   END-IF
               WHEN "CASHUP"
                   IF AUDIT-RECORD(114:5) = "OVSH:"
                       MOVE FUNCTION NUMVAL(AUDIT-RECORD(119:11))
                           TO WS-CXR-LINE-AMT
                       IF WS-CXR-LINE-AMT NOT = 0
                           MOVE 5 TO WS-CXR-LINE-CAT
                       END-IF
                   END-IF
               WHEN "EXIT"
                   MOVE 'Y' TO WS-CXR-LINE-EXIT
                   IF AUDIT-RECORD(139:5) = "/FEE:"
                       AND AUDIT-RECORD(152:5) NOT = "/PMT:"
                       AND AUDIT-RECORD(152:5) NOT = "/STN:"
                       AND AUDIT-RECORD(152:5) NOT = "/DSC:"
                       IF FUNCTION NUMVAL(AUDIT-RECORD(144:8)) = 0
                           MOVE 6 TO WS-CXR-LINE-CAT
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-CXR-LINE-CAT = 0 AND WS-CXR-LINE-EXIT = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE AUDIT-RECORD(181:8) TO WS-CXR-LINE-OPR
           IF WS-CXR-LINE-OPR = SPACES
               MOVE "UNKNOWN" TO WS-CXR-LINE-OPR
           END-IF
           MOVE AUDIT-RECORD(12:5) TO WS-CXR-LINE-TIME
           IF WS-CXR-LINE-TIME >= WS-SHIFT-3-START
               OR WS-CXR-LINE-TIME < WS-SHIFT-1-START
               MOVE 3 TO WS-CXR-LINE-SHIFT
           ELSE
               IF WS-CXR-LINE-TIME >= WS-SHIFT-2-START
                   MOVE 2 TO WS-CXR-LINE-SHIFT
               ELSE
                   MOVE 1 TO WS-CXR-LINE-SHIFT
               END-IF
           END-IF

           MOVE 'N' TO WS-CXR-FOUND
           PERFORM VARYING WS-CXR-I FROM 1 BY 1
                   UNTIL WS-CXR-I > WS-CXR-COUNT-USED
                      OR WS-CXR-FOUND = 'Y'
               IF WS-CXR-T-OPR(WS-CXR-I) = WS-CXR-LINE-OPR
                   MOVE 'Y' TO WS-CXR-FOUND
               END-IF
           END-PERFORM
           IF WS-CXR-FOUND = 'Y'
               SUBTRACT 1 FROM WS-CXR-I
           ELSE
               IF WS-CXR-COUNT-USED >= 50
                   DISPLAY "WARNING: clerk table full - operator "
                           WS-CXR-LINE-OPR " not analysed."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CXR-COUNT-USED
               MOVE WS-CXR-COUNT-USED TO WS-CXR-I
               MOVE WS-CXR-LINE-OPR TO WS-CXR-T-OPR(WS-CXR-I)
           END-IF

           IF WS-CXR-LINE-EXIT = 'Y'
               ADD 1 TO WS-CXR-T-EXITS(WS-CXR-I, WS-CXR-LINE-SHIFT)
               ADD 1 TO WS-CXR-ALL-EXITS
           END-IF
           IF WS-CXR-LINE-CAT > 0
               ADD 1 TO WS-CXR-T-CNT(WS-CXR-I, WS-CXR-LINE-SHIFT,
                                     WS-CXR-LINE-CAT)
               ADD 1 TO WS-CXR-CAT-TOT(WS-CXR-LINE-CAT)
           END-IF
           IF WS-CXR-LINE-CAT = 1
               ADD WS-CXR-LINE-AMT TO WS-CXR-T-VOID-AMT(WS-CXR-I)
           END-IF
      * OVER AND SHORT BOTH COUNT - A DRAWER THAT IS REPEATEDLY OVER
      * IS AS TELLING AS ONE THAT IS SHORT
           IF WS-CXR-LINE-CAT = 5
               IF WS-CXR-LINE-AMT < 0
                   SUBTRACT WS-CXR-LINE-AMT
                       FROM WS-CXR-T-VAR-AMT(WS-CXR-I)
               ELSE
                   ADD WS-CXR-LINE-AMT TO WS-CXR-T-VAR-AMT(WS-CXR-I)
               END-IF
           END-IF
           .

       CXR-COLUMN-HEADING.
           MOVE SPACES TO CXR-LINE-TEXT
           MOVE "OPERATOR   SHIFT" TO CXR-LINE-TEXT(1:16)
           PERFORM VARYING WS-CXR-C FROM 1 BY 1 UNTIL WS-CXR-C > 6
               COMPUTE WS-CXR-POS = 18 + (WS-CXR-C - 1) * 11
               MOVE WS-CXR-CAT-NAME(WS-CXR-C)
                   TO CXR-LINE-TEXT(WS-CXR-POS:10)
           END-PERFORM
           MOVE "  EXITS   VOID AMOUNT  ABS VARIANCE"
               TO CXR-LINE-TEXT(84:35)
           WRITE CLERK-EXC-RPT-RECORD
           MOVE ALL "-" TO CXR-LINE-TEXT(1:118)
           WRITE CLERK-EXC-RPT-RECORD
           .

      * ONE CLERK (WS-CXR-I): THE MONTH'S COUNTS, THE CLERK'S SHARE OF
      * EACH CATEGORY, THE SHIFT BREAKDOWN AND ANY FLAGS RAISED
       CXR-CLERK-BLOCK.
           INITIALIZE WS-CXR-CLK-CNT-TABLE
           MOVE 0 TO WS-CXR-CLK-EXITS
           PERFORM VARYING WS-CXR-S FROM 1 BY 1 UNTIL WS-CXR-S > 3
               ADD WS-CXR-T-EXITS(WS-CXR-I, WS-CXR-S)
                   TO WS-CXR-CLK-EXITS
               PERFORM VARYING WS-CXR-C FROM 1 BY 1
                       UNTIL WS-CXR-C > 6
                   ADD WS-CXR-T-CNT(WS-CXR-I, WS-CXR-S, WS-CXR-C)
                       TO WS-CXR-CLK-CNT(WS-CXR-C)
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO CXR-LINE-TEXT
           WRITE CLERK-EXC-RPT-RECORD
           MOVE SPACES TO CXR-LINE-TEXT
           MOVE WS-CXR-T-OPR(WS-CXR-I) TO CXR-LINE-TEXT(1:8)
           MOVE "ALL" TO CXR-LINE-TEXT(12:3)
           PERFORM VARYING WS-CXR-C FROM 1 BY 1 UNTIL WS-CXR-C > 6
               MOVE WS-CXR-CLK-CNT(WS-CXR-C) TO WS-CXR-CNT-EDIT
               COMPUTE WS-CXR-POS = 18 + (WS-CXR-C - 1) * 11 + 5
               MOVE WS-CXR-CNT-EDIT
                   TO CXR-LINE-TEXT(WS-CXR-POS:5)
           END-PERFORM
           MOVE WS-CXR-CLK-EXITS TO WS-CXR-CNT-EDIT
           MOVE WS-CXR-CNT-EDIT TO CXR-LINE-TEXT(86:5)
           MOVE WS-CXR-T-VOID-AMT(WS-CXR-I) TO WS-CXR-AMT-EDIT
           MOVE WS-CXR-AMT-EDIT TO CXR-LINE-TEXT(93:12)
           MOVE WS-CXR-T-VAR-AMT(WS-CXR-I) TO WS-CXR-AMT2-EDIT
           MOVE WS-CXR-AMT2-EDIT TO CXR-LINE-TEXT(107:12)
           WRITE CLERK-EXC-RPT-RECORD

           MOVE SPACES TO WS-CXR-FLAGS
           MOVE 1 TO WS-CXR-FLAG-PTR
           MOVE SPACES TO CXR-LINE-TEXT
           MOVE "SHARE" TO CXR-LINE-TEXT(12:5)
           PERFORM VARYING WS-CXR-C FROM 1 BY 1 UNTIL WS-CXR-C > 6
               IF WS-CXR-CAT-TOT(WS-CXR-C) > 0
                   COMPUTE WS-CXR-CLK-PCT ROUNDED =
                       WS-CXR-CLK-CNT(WS-CXR-C) * 100
                       / WS-CXR-CAT-TOT(WS-CXR-C)
                   MOVE WS-CXR-CLK-PCT TO WS-CXR-PCT-EDIT
                   COMPUTE WS-CXR-POS = 18 + (WS-CXR-C - 1) * 11 + 4
                   MOVE WS-CXR-PCT-EDIT TO CXR-LINE-TEXT(WS-CXR-POS:5)
                   ADD 5 TO WS-CXR-POS
                   MOVE "%" TO CXR-LINE-TEXT(WS-CXR-POS:1)
      * A SHARE MEANS LITTLE WITH ONE CLERK ON THE BOOKS OR A HANDFUL
      * OF EVENTS; CASH VARIANCE IS JUDGED ON THE AMOUNT INSTEAD
                   IF WS-CXR-COUNT-USED > 1
                       AND WS-CXR-C NOT = 5
                       AND WS-CXR-CLK-CNT(WS-CXR-C)
                           >= WS-CLERK-MIN-EVENTS
                       AND WS-CXR-CLK-PCT > WS-CLERK-SHARE-PCT
                       STRING "HIGH SHARE OF "
                              FUNCTION TRIM(WS-CXR-CAT-NAME(WS-CXR-C))
                              "; "
                              DELIMITED BY SIZE
                           INTO WS-CXR-FLAGS WITH POINTER
                               WS-CXR-FLAG-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CXR-CLK-EXITS > 0
               COMPUTE WS-CXR-CLK-PCT ROUNDED =
                   WS-CXR-CLK-CNT(6) * 100 / WS-CXR-CLK-EXITS
               MOVE WS-CXR-CLK-PCT TO WS-CXR-PCT-EDIT
               MOVE "ZERO" TO CXR-LINE-TEXT(84:4)
               MOVE WS-CXR-PCT-EDIT TO CXR-LINE-TEXT(88:5)
               MOVE "%" TO CXR-LINE-TEXT(93:1)
               IF WS-CXR-CLK-EXITS >= WS-CLERK-MIN-EVENTS
                   AND WS-CXR-CLK-PCT > WS-CLERK-ZERO-PCT
                   STRING "ZERO-FEE EXIT RATE; "
                          DELIMITED BY SIZE
                       INTO WS-CXR-FLAGS WITH POINTER WS-CXR-FLAG-PTR
                   END-STRING
               END-IF
           END-IF
           WRITE CLERK-EXC-RPT-RECORD
           IF WS-CXR-T-VAR-AMT(WS-CXR-I) > WS-CLERK-VARIANCE
               STRING "CASH VARIANCE; "
                      DELIMITED BY SIZE
                   INTO WS-CXR-FLAGS WITH POINTER WS-CXR-FLAG-PTR
               END-STRING
           END-IF

           PERFORM VARYING WS-CXR-S FROM 1 BY 1 UNTIL WS-CXR-S > 3
               MOVE SPACES TO CXR-LINE-TEXT
               MOVE WS-CXR-S TO CXR-LINE-TEXT(12:1)
               PERFORM VARYING WS-CXR-C FROM 1 BY 1
                       UNTIL WS-CXR-C > 6
                   MOVE WS-CXR-T-CNT(WS-CXR-I, WS-CXR-S, WS-CXR-C)
                       TO WS-CXR-CNT-EDIT
                   COMPUTE WS-CXR-POS =
                       18 + (WS-CXR-C - 1) * 11 + 5
                   MOVE WS-CXR-CNT-EDIT
                       TO CXR-LINE-TEXT(WS-CXR-POS:5)
               END-PERFORM
               MOVE WS-CXR-T-EXITS(WS-CXR-I, WS-CXR-S)
                   TO WS-CXR-CNT-EDIT
               MOVE WS-CXR-CNT-EDIT TO CXR-LINE-TEXT(86:5)
               WRITE CLERK-EXC-RPT-RECORD
           END-PERFORM

           IF WS-CXR-FLAGS NOT = SPACES
               ADD 1 TO WS-CXR-FLAGGED
               MOVE SPACES TO CXR-LINE-TEXT
               STRING "           ** FLAGGED: " WS-CXR-FLAGS
                      DELIMITED BY SIZE
                      INTO CXR-LINE-TEXT
               END-STRING
               WRITE CLERK-EXC-RPT-RECORD
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - THE SECOND SUPERVISOR'S SIDE OF THE
      * MAKER-CHECKER QUEUE. A VOID/REFUND, HOLD LIFT, FORCE-CLOSE OR
      * IMPOUND RELEASE KEYED BY ONE SUPERVISOR ONLY WAITS ON FILE;
      * A DIFFERENT SUPERVISOR REVIEWS IT HERE AND APPROVES OR REJECTS
      * IT. AN APPROVED ITEM IS CARRIED OUT ON THE SPOT THROUGH THE
      * SAME PARAGRAPH THE MAKER STARTED IN, FED FROM THE QUEUE RECORD,
      * AND ITS AUDIT LINE CARRIES BOTH IDS. ANYTHING LEFT TOO LONG IS
      * EXPIRED FIRST SO A STALE REQUEST CAN'T BE APPROVED DAYS LATER
       APPROVAL-QUEUE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM MKC-EXPIRE-STALE
           IF WS-MKC-EXPIRED-CNT > 0
               DISPLAY WS-MKC-EXPIRED-CNT " stale request(s) expired."
           END-IF

           OPEN I-O APPROVAL-FILE
           IF WS-MKC-STATUS = "35"
               DISPLAY "No approval requests on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-MKC-STATUS NOT = "00"
               STRING "Approval Open Error: " WS-MKC-STATUS
                   INTO WS-FILE-ERROR
               MOVE "APPROVAL-QUEUE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           DISPLAY "--- Requests Awaiting Approval ---"
           MOVE 0 TO WS-MKC-PENDING-CNT
           MOVE 0 TO MKC-REQUEST-NUMBER
           MOVE 'N' TO END-OF-FILE
           START APPROVAL-FILE KEY IS >= MKC-REQUEST-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF MKC-IS-PENDING
                           ADD 1 TO WS-MKC-PENDING-CNT
                           MOVE MKC-REQUEST-NUMBER TO WS-MKC-NUM-EDIT
                           DISPLAY WS-MKC-NUM-EDIT " " MKC-ACTION " "
                                   MKC-STUDENT-NUMBER " by "
                                   MKC-MAKER-ID " at "
                                   MKC-REQUESTED-AT
                           DISPLAY "       "
                                   FUNCTION TRIM(MKC-SUMMARY) " - "
                                   FUNCTION TRIM(MKC-REASON)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MKC-PENDING-CNT = 0
               DISPLAY "No requests awaiting approval."
               CLOSE APPROVAL-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Request number to decide (blank = none): "
                   WITH NO ADVANCING
           ACCEPT WS-MKC-PICK-IN
           IF WS-MKC-PICK-IN = SPACES
               CLOSE APPROVAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-MKC-PICK-IN) TO MKC-REQUEST-NUMBER
           READ APPROVAL-FILE
               INVALID KEY
                   DISPLAY "Request not found."
                   CLOSE APPROVAL-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MKC-IS-PENDING
               DISPLAY "That request is no longer pending - status "
                       MKC-STATUS
               CLOSE APPROVAL-FILE
               EXIT PARAGRAPH
           END-IF
      * THE WHOLE POINT - NOBODY SIGNS OFF THEIR OWN REQUEST
           IF MKC-MAKER-ID = WS-OPERATOR-ID
               DISPLAY "A request must be approved by a different "
                       "supervisor than the one who filed it."
               CLOSE APPROVAL-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "A-Approve and carry out  R-Reject: "
                   WITH NO ADVANCING
           ACCEPT WS-MKC-DECISION
           MOVE FUNCTION UPPER-CASE(WS-MKC-DECISION) TO WS-MKC-DECISION
           EVALUATE WS-MKC-DECISION
               WHEN "A"
                   MOVE SPACES TO WS-MKC-NOTE-IN
               WHEN "R"
                   DISPLAY "Rejection reason: " WITH NO ADVANCING
                   ACCEPT WS-MKC-NOTE-IN
               WHEN OTHER
                   DISPLAY "Invalid choice - request left pending."
                   CLOSE APPROVAL-FILE
                   EXIT PARAGRAPH
           END-EVALUATE

      * THE DECISION IS STAMPED ON THE RECORD BEFORE ANYTHING IS
      * CARRIED OUT, SO A SECOND CHECKER ON THE OTHER TERMINAL CAN'T
      * APPROVE THE SAME ITEM WHILE THIS ONE RUNS
           PERFORM MKC-STAMP-NOW
           IF WS-MKC-DECISION = "A"
               MOVE "APPROVED" TO MKC-STATUS
           ELSE
               MOVE "REJECTED" TO MKC-STATUS
           END-IF
           MOVE WS-OPERATOR-ID TO MKC-CHECKER-ID
           MOVE WS-MKC-NOW TO MKC-DECIDED-AT
           MOVE WS-MKC-NOTE-IN TO MKC-DECISION-NOTE
           REWRITE APPROVAL-RECORD
           IF WS-MKC-STATUS NOT = "00"
               STRING "Approval Rewrite Error: " WS-MKC-STATUS
                   INTO WS-FILE-ERROR
               MOVE "APPROVAL-QUEUE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE APPROVAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE APPROVAL-RECORD TO WS-MKC-REQUEST
           CLOSE APPROVAL-FILE
           MOVE WS-MKC-R-NUMBER TO WS-MKC-NUM-EDIT
           MOVE SPACES TO WS-AUDIT-MAKER-TAG
           STRING "/MK:" DELIMITED BY SIZE
                  WS-MKC-R-MAKER-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-MAKER-TAG
           END-STRING

           IF WS-MKC-DECISION = "R"
               DISPLAY "Request " WS-MKC-NUM-EDIT " rejected."
               MOVE "MKC-REJ" TO WS-AUDIT-ACTION
               PERFORM MKC-AUDIT-DECISION
               MOVE SPACES TO WS-AUDIT-MAKER-TAG
               EXIT PARAGRAPH
           END-IF

           PERFORM MKC-EXECUTE-ITEM
           IF WS-MKC-DONE = 'Y'
               DISPLAY "Request " WS-MKC-NUM-EDIT
                       " approved and carried out."
               MOVE "MKC-APPR" TO WS-AUDIT-ACTION
               MOVE "APPROVED" TO WS-MKC-R-STATUS
               PERFORM MKC-AUDIT-DECISION
               MOVE SPACES TO WS-AUDIT-MAKER-TAG
               EXIT PARAGRAPH
           END-IF

      * APPROVED BUT THE ACTION REFUSED (RECEIPT ALREADY REVERSED,
      * RECORD NO LONGER OPEN...) - THE ITEM IS CLOSED AS FAILED SO
      * THE MAKER FILES A FRESH ONE IF IT IS STILL WANTED
           DISPLAY "Request " WS-MKC-NUM-EDIT " could not be carried "
                   "out - marked FAILED."
           OPEN I-O APPROVAL-FILE
           IF WS-MKC-STATUS = "00"
               MOVE WS-MKC-R-NUMBER TO MKC-REQUEST-NUMBER
               READ APPROVAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "FAILED" TO MKC-STATUS
                       REWRITE APPROVAL-RECORD
               END-READ
               CLOSE APPROVAL-FILE
           END-IF
           MOVE "MKC-FAIL" TO WS-AUDIT-ACTION
           MOVE "FAILED" TO WS-MKC-R-STATUS
           PERFORM MKC-AUDIT-DECISION
           MOVE SPACES TO WS-AUDIT-MAKER-TAG
           .

      * RUNS THE APPROVED ITEM IN WS-MKC-REQUEST THROUGH ITS ORIGINAL
      * PARAGRAPH WITH THE KEYBOARD SWITCHED OFF. EACH PARAGRAPH SETS
      * WS-MKC-DONE ONCE THE CHANGE HAS ACTUALLY BEEN MADE
       MKC-EXECUTE-ITEM.
           MOVE 'Y' TO WS-MKC-EXECUTING
           MOVE 'N' TO WS-MKC-DONE
           EVALUATE WS-MKC-R-ACTION
               WHEN "VOID"
                   PERFORM VOID-REFUND-PAYMENT
               WHEN "BL-LIFT"
                   PERFORM REINSTATE-FROM-BLACKLIST
               WHEN "FCLOSE"
                   PERFORM FORCE-CLOSE-OPEN-RECORD
               WHEN "IMP-REL"
                   PERFORM RELEASE-IMPOUNDED-VEHICLE
               WHEN OTHER
                   DISPLAY "Unknown request action " WS-MKC-R-ACTION
           END-EVALUATE
           MOVE 'N' TO WS-MKC-EXECUTING
           .

      * ONE QUEUE AUDIT LINE FOR THE ITEM IN WS-MKC-REQUEST - THE
      * CALLER SETS WS-AUDIT-ACTION (AND THE MAKER TAG WHERE THE LINE
      * SHOULD CARRY IT)
       MKC-AUDIT-DECISION.
           MOVE WS-MKC-R-STUDENT TO STUDENT-NUMBER
           MOVE WS-MKC-R-NUMBER TO WS-MKC-NUM-EDIT
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING WS-MKC-R-ACTION DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-MKC-R-SUMMARY DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "REQ:" DELIMITED BY SIZE
                  WS-MKC-NUM-EDIT DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-MKC-R-STATUS DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-MKC-R-NOTE DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           .

      * "YYYY-MM-DD HH:MM" NOW, INTO WS-MKC-NOW
       MKC-STAMP-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-MKC-NOW
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  INTO WS-MKC-NOW
           END-STRING
           .

      * THE MAKER'S SIDE - CALLED BY THE FOUR ACTION PARAGRAPHS AT
      * THE POINT THEY WOULD HAVE MADE THE CHANGE. THE CALLER HAS
      * FILLED THE ACTION, STUDENT, SUMMARY AND WHATEVER INPUTS THE
      * ACTION NEEDS IN WS-MKC-REQUEST; THIS STAMPS THE MAKER AND
      * TIME, NUMBERS THE REQUEST AND LEAVES IT PENDING
       MKC-FILE-REQUEST.
           PERFORM MKC-STAMP-NOW
           MOVE WS-OPERATOR-ID TO WS-MKC-R-MAKER-ID
           MOVE WS-MKC-NOW TO WS-MKC-R-REQ-AT
           MOVE "PENDING" TO WS-MKC-R-STATUS
           MOVE SPACES TO WS-MKC-R-CHECKER-ID
           MOVE SPACES TO WS-MKC-R-DECIDED-AT
           MOVE SPACES TO WS-MKC-R-NOTE

           OPEN I-O APPROVAL-FILE
           IF WS-MKC-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           IF WS-MKC-STATUS NOT = "00"
               STRING "Approval Open Error: " WS-MKC-STATUS
                   INTO WS-FILE-ERROR
               MOVE "MKC-FILE-REQUEST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               DISPLAY "Request NOT filed - nothing was changed."
               EXIT PARAGRAPH
           END-IF

      * HIGHEST NUMBER ON FILE PLUS ONE, AS RECEIPTS ARE NUMBERED
           MOVE 0 TO WS-MKC-NEXT-NUMBER
           MOVE 0 TO MKC-REQUEST-NUMBER
           MOVE 'N' TO END-OF-FILE
           START APPROVAL-FILE KEY IS >= MKC-REQUEST-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE MKC-REQUEST-NUMBER TO WS-MKC-NEXT-NUMBER
               END-READ
           END-PERFORM
           ADD 1 TO WS-MKC-NEXT-NUMBER
           MOVE WS-MKC-NEXT-NUMBER TO WS-MKC-R-NUMBER
           MOVE WS-MKC-REQUEST TO APPROVAL-RECORD
           WRITE APPROVAL-RECORD
           IF WS-MKC-STATUS NOT = "00"
               STRING "Approval Write Error: " WS-MKC-STATUS
                   INTO WS-FILE-ERROR
               MOVE "MKC-FILE-REQUEST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE APPROVAL-FILE
               DISPLAY "Request NOT filed - nothing was changed."
               EXIT PARAGRAPH
           END-IF
           CLOSE APPROVAL-FILE

           MOVE WS-MKC-R-NUMBER TO WS-MKC-NUM-EDIT
           DISPLAY "Request " WS-MKC-NUM-EDIT " filed - it is carried "
                   "out once a second supervisor approves it."
           MOVE "MKC-REQ" TO WS-AUDIT-ACTION
           PERFORM MKC-AUDIT-DECISION
           .

      * CLOSES OUT EVERY PENDING REQUEST OLDER THAN APPROVAL-EXPIRY-HRS
      * (0 = NEVER). RUN BY END-OF-DAY-BATCH AND EACH TIME THE QUEUE IS
      * OPENED, THE WAY UNCLAIMED RESERVATIONS ARE RELEASED. THE
      * EXPIRED ITEMS SHOW ON THE NEXT MORNING HEALTH CHECK
       MKC-EXPIRE-STALE.
           MOVE 0 TO WS-MKC-EXPIRED-CNT
           IF WS-MKC-EXPIRY-HOURS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM MKC-STAMP-NOW
           MOVE SPACES TO WS-ELAPSED-TIMESTAMP
           MOVE WS-MKC-NOW TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           COMPUTE WS-ELAPSED-MINUTES-OUT =
               WS-ELAPSED-MINUTES-OUT - (WS-MKC-EXPIRY-HOURS * 60)
           PERFORM MINUTES-TO-TIMESTAMP
           MOVE WS-MIN2TS-OUT TO WS-MKC-CUTOFF

           OPEN I-O APPROVAL-FILE
           IF WS-MKC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MKC-REQUEST-NUMBER
           MOVE 'N' TO END-OF-FILE
           START APPROVAL-FILE KEY IS >= MKC-REQUEST-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF MKC-IS-PENDING
                           AND MKC-REQUESTED-AT < WS-MKC-CUTOFF
                           PERFORM MKC-EXPIRE-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           .

      * EXPIRES THE REQUEST IN THE FD AND AUDITS IT UNDER BOTH IDS -
      * THE OPERATOR ON THE LINE IS WHOEVER RAN THE SWEEP
       MKC-EXPIRE-ONE.
           MOVE "EXPIRED" TO MKC-STATUS
           MOVE WS-MKC-NOW TO MKC-DECIDED-AT
           MOVE "NOT DECIDED IN TIME" TO MKC-DECISION-NOTE
           REWRITE APPROVAL-RECORD
           IF WS-MKC-STATUS NOT = "00"
               STRING "Approval Rewrite Error: " WS-MKC-STATUS
                   INTO WS-FILE-ERROR
               MOVE "MKC-EXPIRE-ONE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MKC-EXPIRED-CNT
           MOVE APPROVAL-RECORD TO WS-MKC-REQUEST
           MOVE SPACES TO WS-AUDIT-MAKER-TAG
           STRING "/MK:" DELIMITED BY SIZE
                  WS-MKC-R-MAKER-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-MAKER-TAG
           END-STRING
           MOVE "MKC-EXPIR" TO WS-AUDIT-ACTION
           PERFORM MKC-AUDIT-DECISION
           MOVE SPACES TO WS-AUDIT-MAKER-TAG
           .

      * MENU OPTION - THE PATROL HANDHELDS' CITATIONS: UPLOAD TODAY'S
      * EXPORT, LIST WHAT IS HELD IN THE CITATION SUSPENSE QUEUE,
      * CORRECT A HELD CITATION, OR RESUBMIT THE QUEUE
       HANDHELD-CITATIONS.
           DISPLAY "U-Upload Handheld Export  L-List Suspense  "
                   "C-Correct  R-Resubmit: " WITH NO ADVANCING
           MOVE SPACES TO WS-HHC-ACTION
           ACCEPT WS-HHC-ACTION
           MOVE FUNCTION UPPER-CASE(WS-HHC-ACTION) TO WS-HHC-ACTION
           EVALUATE WS-HHC-ACTION
               WHEN "U"
                   PERFORM CITATION-UPLOAD-BATCH
               WHEN "L"
                   PERFORM HHC-LIST-SUSPENSE
               WHEN "C"
                   PERFORM HHC-CORRECT-SUSPENSE
               WHEN "R"
                   PERFORM HHC-RESUBMIT-SUSPENSE
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE
           .

      * READS HANDHELD-CITATIONS.dat AND POSTS EACH GOOD CITATION
      * THROUGH THE SAME WRITE PATH AS A CLERK-KEYED ONE, SO THE
      * GUARDS' TICKETS STOP BEING RE-KEYED (AND LOST, DOUBLED, OR
      * MIS-DATED ON THE WAY). ANYTHING THAT CANNOT BE POSTED GOES TO
      * THE CITATION SUSPENSE QUEUE. RUN-CONTROL CHECKPOINTS EACH LINE
      * SO A RUN THAT DIES PART-WAY RESUMES WHERE IT STOPPED, AS THE
      * SCANNER FEED DOES. THE EXPORT IS RENAMED TO A WORK COPY BEFORE
      * IT IS READ AND THAT COPY IS REMOVED ONCE IT HAS ALL BEEN
      * POSTED, AS THE PORTAL'S DROP IS - SO THE SAME TICKETS ARE NOT
      * OFFERED AGAIN TOMORROW, AND A HANDHELD DOCKED WHILE THE UPLOAD
      * RUNS STARTS A FRESH HANDHELD-CITATIONS.dat
       CITATION-UPLOAD-BATCH.
           MOVE "CITEUPLD" TO WS-RUNCTL-TYPE
           PERFORM READ-RUN-CONTROL
      * A WORK COPY STILL ON DISK IS FROM A RUN THAT DIED. IF IT DIED
      * MID-UPLOAD IT IS FINISHED FROM ITS CHECKPOINT BEFORE ANY NEW
      * EXPORT IS TAKEN; IF IT DIED AFTER POSTING IT IS JUST REMOVED
           MOVE 'N' TO WS-HHC-LEFTOVER
           OPEN INPUT CITATION-UPLOAD-FILE
           IF WS-HHC-STATUS = "00"
               CLOSE CITATION-UPLOAD-FILE
               IF WS-RUNCTL-EXISTS = 'Y'
                   AND WS-RUNCTL-OUTCOME = "RUNNING"
                   MOVE 'Y' TO WS-HHC-LEFTOVER
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-HHC-WORKFILE
               END-IF
           END-IF
           IF WS-HHC-LEFTOVER = 'N'
               CALL "CBL_RENAME_FILE" USING WS-HHC-INBOUND
                                            WS-HHC-WORKFILE
           END-IF
           OPEN INPUT CITATION-UPLOAD-FILE
           IF WS-HHC-STATUS = "35"
               DISPLAY "No handheld citation export to upload "
                       "(HANDHELD-CITATIONS.dat)."
               EXIT PARAGRAPH
           END-IF
           IF WS-HHC-STATUS NOT = "00"
               STRING "Citation Upload Open Error: " WS-HHC-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CITATION-UPLOAD-BATCH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HHC-RESUME-AT
           IF WS-HHC-LEFTOVER = 'Y'
               MOVE WS-RUNCTL-CHECKPOINT TO WS-HHC-RESUME-AT
               DISPLAY "Resuming citation upload after line "
                       WS-HHC-RESUME-AT
           ELSE
               MOVE 0 TO WS-RUNCTL-CHECKPOINT
           END-IF
           MOVE "UPLOAD" TO WS-RUNCTL-STEP
           PERFORM MARK-RUN-RUNNING

           PERFORM HHC-INIT-TALLY
           MOVE "HANDHELD UPLOAD" TO WS-HHC-SOURCE
           MOVE 0 TO WS-HHC-READ-NO
           MOVE 'N' TO WS-HHC-EOF
           PERFORM UNTIL WS-HHC-EOF = 'Y'
               READ CITATION-UPLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-HHC-EOF
                   NOT AT END
                       ADD 1 TO WS-HHC-READ-NO
                       IF WS-HHC-READ-NO > WS-HHC-RESUME-AT
                           MOVE HHC-RECORD TO WS-HHC-CITATION
                           PERFORM HHC-PROCESS-CITATION
                           MOVE WS-HHC-READ-NO
                               TO WS-RUNCTL-CHECKPOINT
                           PERFORM UPDATE-RUN-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CITATION-UPLOAD-FILE
           PERFORM MARK-RUN-COMPLETE

      * EVERY TICKET IN THE WORK COPY IS POSTED OR IN SUSPENSE - REMOVE
      * IT SO THE NEXT UPLOAD DOES NOT OFFER THE SAME TICKETS AGAIN
           CALL "CBL_DELETE_FILE" USING WS-HHC-WORKFILE
           PERFORM HHC-LOAD-REPORT
           .

      * VALIDATES, RESOLVES, PRICES AND POSTS THE ONE CITATION IN
      * WS-HHC-CITATION, OR SUSPENDS IT WITH THE REASON. EITHER WAY
      * IT IS COUNTED AGAINST THE GUARD WHO WROTE IT
       HHC-PROCESS-CITATION.
           MOVE 'N' TO WS-HHC-POSTED
           MOVE FUNCTION UPPER-CASE(WS-HHC-PLATE) TO WS-HHC-PLATE
           MOVE FUNCTION UPPER-CASE(WS-HHC-TYPE) TO WS-HHC-TYPE
           MOVE FUNCTION UPPER-CASE(WS-HHC-GUARD) TO WS-HHC-GUARD
           IF WS-HHC-GUARD = SPACES
               MOVE "UNKNOWN" TO WS-HHC-GUARD
           END-IF

           IF WS-HHC-STUDENT = SPACES AND WS-HHC-PLATE = SPACES
               MOVE "NO STUDENT NUMBER OR PLATE" TO WS-HHC-REASON
               PERFORM HHC-SUSPEND-CITATION
               EXIT PARAGRAPH
           END-IF
      * A PLATE-ONLY TICKET IS TRACED TO ITS STUDENT THROUGH THE
      * VEHICLE PROFILES FIRST, THEN THE REGISTRAR'S ROSTER
           IF WS-HHC-STUDENT = SPACES
               PERFORM HHC-RESOLVE-PLATE
               IF WS-HHC-PLATE-FOUND = 'N'
                   MOVE "UNKNOWN PLATE" TO WS-HHC-REASON
                   PERFORM HHC-SUSPEND-CITATION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-HHC-STUDENT TO WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               MOVE "INVALID STUDENT NUMBER" TO WS-HHC-REASON
               PERFORM HHC-SUSPEND-CITATION
               EXIT PARAGRAPH
           END-IF

      * THE HANDHELD'S OWN DATE AND TIME ARE THE CITATION'S - NOT THE
      * DAY IT HAPPENED TO BE UPLOADED. A TIME WITHOUT SECONDS IS
      * TAKEN AS ON THE MINUTE
           IF WS-HHC-TIME(6:3) = SPACES
               MOVE ":00" TO WS-HHC-TIME(6:3)
           END-IF
           MOVE WS-HHC-DATE TO WS-VDC-DATE-IN
           PERFORM VDC-CHECK-DATE-IN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           IF WS-VDC-OK = 'N'
               OR WS-HHC-DATE > WS-TODAY-DATE
               OR WS-HHC-TIME(1:2) IS NOT NUMERIC
               OR WS-HHC-TIME(3:1) NOT = ":"
               OR WS-HHC-TIME(4:2) IS NOT NUMERIC
               OR WS-HHC-TIME(6:1) NOT = ":"
               OR WS-HHC-TIME(7:2) IS NOT NUMERIC
               OR WS-HHC-TIME(1:2) > "23"
               OR WS-HHC-TIME(4:2) > "59"
               OR WS-HHC-TIME(7:2) > "59"
               MOVE "INVALID DATE/TIME" TO WS-HHC-REASON
               PERFORM HHC-SUSPEND-CITATION
               EXIT PARAGRAPH
           END-IF

      * A TYPE IS VALID WHEN THE FINE SCHEDULE HAS AN ENTRY FOR IT
           MOVE WS-HHC-TYPE TO WS-VIOLATION-TYPE
           MOVE SPACES TO WS-CFG-SEARCH-KEY
           STRING "FINE-" DELIMITED BY SIZE
                  WS-VIOLATION-TYPE(1:15) DELIMITED BY SIZE
                  INTO WS-CFG-SEARCH-KEY
           END-STRING
           PERFORM GET-CONFIG-VALUE
           IF WS-HHC-TYPE = SPACES OR WS-CFG-SEARCH-VALUE = SPACES
               MOVE "INVALID VIOLATION TYPE" TO WS-HHC-REASON
               PERFORM HHC-SUSPEND-CITATION
               EXIT PARAGRAPH
           END-IF

           PERFORM HHC-CHECK-DUPLICATE
           IF WS-HHC-DUP = 'Y'
               MOVE "DUPLICATE OF CITATION ON FILE" TO WS-HHC-REASON
               PERFORM HHC-SUSPEND-CITATION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HHC-DATE TO WS-VIOLATION-DATE
           MOVE WS-HHC-TIME TO WS-VIOLATION-TIME-LOGGED
           MOVE SPACES TO WS-VIOLATION-DESC
           STRING "HANDHELD LOT " DELIMITED BY SIZE
                  WS-HHC-LOT DELIMITED BY SPACE
                  " PLATE " DELIMITED BY SIZE
                  WS-HHC-PLATE DELIMITED BY SIZE
                  INTO WS-VIOLATION-DESC
           END-STRING
           MOVE WS-HHC-GUARD TO WS-ISSUED-BY
           PERFORM WRITE-VIOLATION-TO-FILE
           IF WS-VIOLATION-WRITTEN = 'N'
               MOVE "VIOLATION WRITE FAILED" TO WS-HHC-REASON
               PERFORM HHC-SUSPEND-CITATION
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HHC-POSTED
           PERFORM HHC-TALLY-GUARD
           PERFORM CHECK-REPEAT-VIOLATOR
           .

      * PLATE -> STUDENT. PARKING-PROFILES.dat IS WHAT THE STUDENT
      * LAST PARKED WITH; THE REGISTRAR'S ROSTER IS THE FALLBACK.
      * NEITHER IS KEYED BY PLATE, SO BOTH ARE READ THROUGH
       HHC-RESOLVE-PLATE.
           MOVE 'N' TO WS-HHC-PLATE-FOUND
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PROFILE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF PRF-PLATE = WS-HHC-PLATE
                               MOVE PRF-STUDENT-NUMBER
                                   TO WS-HHC-STUDENT
                               MOVE 'Y' TO WS-HHC-PLATE-FOUND
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           IF WS-HHC-PLATE-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ STUDENT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF MST-LICENSE-PLATE = WS-HHC-PLATE
                               MOVE MST-STUDENT-NUMBER
                                   TO WS-HHC-STUDENT
                               MOVE 'Y' TO WS-HHC-PLATE-FOUND
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           END-IF
           .

      * IS THIS TICKET ALREADY ON FILE? THE SAME STUDENT AT THE SAME
      * SECOND, OR THE SAME TYPE THE SAME DAY WITHIN THE SAME MINUTE -
      * A RE-EXPORTED HANDHELD OR A TICKET THE CLERK ALREADY KEYED
       HHC-CHECK-DUPLICATE.
           MOVE 'N' TO WS-HHC-DUP
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HHC-STUDENT TO VIO-STUDENT-NUMBER
           MOVE 'N' TO END-OF-FILE
           START VIOLATION-FILE KEY IS = VIO-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF VIO-STUDENT-NUMBER NOT = WS-HHC-STUDENT
                           MOVE 'Y' TO END-OF-FILE
                       ELSE
                           IF VIO-VIOLATION-DATE = WS-HHC-DATE
                               AND (VIO-TIME-LOGGED = WS-HHC-TIME
                                 OR (VIO-TIME-LOGGED(1:5)
                                       = WS-HHC-TIME(1:5)
                                     AND FUNCTION UPPER-CASE(
                                       VIO-VIOLATION-TYPE)
                                       = WS-HHC-TYPE))
                               MOVE 'Y' TO WS-HHC-DUP
                               MOVE 'Y' TO END-OF-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           .

      * APPENDS THE CITATION IN WS-HHC-CITATION TO THE SUSPENSE QUEUE
      * WITH WS-HHC-REASON AND COUNTS IT AS A REJECT FOR ITS GUARD
       HHC-SUSPEND-CITATION.
           PERFORM HHC-TALLY-GUARD
           DISPLAY "Citation " WS-HHC-STUDENT " " WS-HHC-PLATE " "
                   WS-HHC-DATE " suspended - "
                   FUNCTION TRIM(WS-HHC-REASON)
           OPEN EXTEND CIT-SUSPENSE-FILE
           IF WS-CSP-STATUS = "35"
               OPEN OUTPUT CIT-SUSPENSE-FILE
               CLOSE CIT-SUSPENSE-FILE
               OPEN EXTEND CIT-SUSPENSE-FILE
           END-IF
           IF WS-CSP-STATUS NOT = "00"
               STRING "Citation Suspense Open Error: " WS-CSP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "HHC-SUSPEND-CITATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HHC-CITATION TO CSP-CITATION
           MOVE WS-HHC-REASON TO CSP-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO CSP-TIMESTAMP
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO CSP-TIMESTAMP
           END-STRING
           WRITE CSP-RECORD
           IF WS-CSP-STATUS NOT = "00"
               STRING "Citation Suspense Write Error: " WS-CSP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "HHC-SUSPEND-CITATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE CIT-SUSPENSE-FILE
           .

      * CLEARS THE PER-GUARD LOAD CONTROL TOTALS FOR A NEW RUN
       HHC-INIT-TALLY.
           INITIALIZE WS-HHG-TABLE
           MOVE 0 TO WS-HHG-COUNT-USED
           MOVE 0 TO WS-HHG-TOT-ACCEPTED
           MOVE 0 TO WS-HHG-TOT-REJECTED
           MOVE 0 TO WS-HHG-TOT-FINES
           .

      * COUNTS THE CITATION JUST HANDLED AGAINST ITS GUARD - POSTED
      * (WITH ITS FINE) OR SUSPENDED, PER WS-HHC-POSTED
       HHC-TALLY-GUARD.
           MOVE 'N' TO WS-HHG-FOUND
           PERFORM VARYING WS-HHG-I FROM 1 BY 1
                   UNTIL WS-HHG-I > WS-HHG-COUNT-USED
                      OR WS-HHG-FOUND = 'Y'
               IF WS-HHG-GUARD(WS-HHG-I) = WS-HHC-GUARD
                   MOVE 'Y' TO WS-HHG-FOUND
               END-IF
           END-PERFORM
           IF WS-HHG-FOUND = 'Y'
               SUBTRACT 1 FROM WS-HHG-I
           ELSE
               IF WS-HHG-COUNT-USED >= 50
                   DISPLAY "WARNING: guard table full - "
                           WS-HHC-GUARD " not itemised"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HHG-COUNT-USED
               MOVE WS-HHG-COUNT-USED TO WS-HHG-I
               MOVE WS-HHC-GUARD TO WS-HHG-GUARD(WS-HHG-I)
           END-IF
           IF WS-HHC-POSTED = 'Y'
               ADD 1 TO WS-HHG-ACCEPTED(WS-HHG-I)
               ADD WS-FINE-AMOUNT TO WS-HHG-FINES(WS-HHG-I)
               ADD 1 TO WS-HHG-TOT-ACCEPTED
               ADD WS-FINE-AMOUNT TO WS-HHG-TOT-FINES
           ELSE
               ADD 1 TO WS-HHG-REJECTED(WS-HHG-I)
               ADD 1 TO WS-HHG-TOT-REJECTED
           END-IF
           .

      * THE LOAD CONTROL REPORT - ONE LINE PER GUARD WITH CITATIONS
      * ACCEPTED, REJECTED TO SUSPENSE, AND FINES RAISED, AND THE RUN
      * TOTAL. EACH RUN OF THE DAY ADDS ITS OWN PAGE TO THE DAY'S FILE
       HHC-LOAD-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-HHR-FILENAME
           STRING "CITATION-LOAD-" WS-YEAR "-" WS-MONTH "-" WS-DAY
                  ".rpt"
                  DELIMITED BY SIZE
                  INTO WS-HHR-FILENAME
           END-STRING
           OPEN EXTEND CIT-LOAD-RPT-FILE
           IF WS-HHR-STATUS = "35"
               OPEN OUTPUT CIT-LOAD-RPT-FILE
           END-IF
           IF WS-HHR-STATUS NOT = "00"
               STRING "Citation Report Open Error: " WS-HHR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "HHC-LOAD-REPORT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO HHR-CARRIAGE-CONTROL
           MOVE SPACES TO HHR-LINE-TEXT
           STRING "CITATION LOAD CONTROL - " WS-HHC-SOURCE
                  "   " WS-YEAR "-" WS-MONTH "-" WS-DAY " "
                  WS-HOURS ":" WS-MINUTES " BY " WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO HHR-LINE-TEXT
           END-STRING
           WRITE CIT-LOAD-RPT-RECORD
           MOVE ' ' TO HHR-CARRIAGE-CONTROL
           MOVE SPACES TO HHR-LINE-TEXT
           WRITE CIT-LOAD-RPT-RECORD
           MOVE "GUARD       ACCEPTED  REJECTED   FINES RAISED"
               TO HHR-LINE-TEXT
           WRITE CIT-LOAD-RPT-RECORD
           MOVE ALL "-" TO HHR-LINE-TEXT(1:46)
           WRITE CIT-LOAD-RPT-RECORD
           DISPLAY "--- Citation Load Control ("
                   FUNCTION TRIM(WS-HHC-SOURCE) ") ---"
           PERFORM VARYING WS-HHG-I FROM 1 BY 1
                   UNTIL WS-HHG-I > WS-HHG-COUNT-USED
               MOVE WS-HHG-ACCEPTED(WS-HHG-I) TO WS-HHG-CNT-EDIT
               MOVE WS-HHG-REJECTED(WS-HHG-I) TO WS-HHG-REJ-EDIT
               MOVE WS-HHG-FINES(WS-HHG-I) TO WS-HHG-AMT-EDIT
               MOVE SPACES TO HHR-LINE-TEXT
               STRING WS-HHG-GUARD(WS-HHG-I) "      "
                      WS-HHG-CNT-EDIT "    " WS-HHG-REJ-EDIT
                      "   " WS-HHG-AMT-EDIT
                      DELIMITED BY SIZE
                      INTO HHR-LINE-TEXT
               END-STRING
               WRITE CIT-LOAD-RPT-RECORD
               DISPLAY HHR-LINE-TEXT(1:46)
           END-PERFORM
           MOVE ALL "-" TO HHR-LINE-TEXT(1:46)
           WRITE CIT-LOAD-RPT-RECORD
           MOVE WS-HHG-TOT-ACCEPTED TO WS-HHG-CNT-EDIT
           MOVE WS-HHG-TOT-REJECTED TO WS-HHG-REJ-EDIT
           MOVE WS-HHG-TOT-FINES TO WS-HHG-AMT-EDIT
           MOVE SPACES TO HHR-LINE-TEXT
           STRING "TOTAL         " WS-HHG-CNT-EDIT "    "
                  WS-HHG-REJ-EDIT "   " WS-HHG-AMT-EDIT
                  DELIMITED BY SIZE
                  INTO HHR-LINE-TEXT
           END-STRING
           WRITE CIT-LOAD-RPT-RECORD
           DISPLAY HHR-LINE-TEXT(1:46)
           CLOSE CIT-LOAD-RPT-FILE
           DISPLAY "Load control written to "
                   FUNCTION TRIM(WS-HHR-FILENAME)
           .

      * LISTS THE CITATION SUSPENSE QUEUE, NUMBERED SO A LINE CAN BE
      * PICKED FOR CORRECTION
       HHC-LIST-SUSPENSE.
           MOVE 0 TO WS-HHC-LINE-NO
           OPEN INPUT CIT-SUSPENSE-FILE
           IF WS-CSP-STATUS = "35"
               DISPLAY "Citation suspense queue is empty."
               EXIT PARAGRAPH
           END-IF
           IF WS-CSP-STATUS NOT = "00"
               STRING "Citation Suspense Open Error: " WS-CSP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "HHC-LIST-SUSPENSE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--- Citation Suspense Queue ---"
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CIT-SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-HHC-LINE-NO
                       MOVE CSP-CITATION TO WS-HHC-CITATION
                       DISPLAY WS-HHC-LINE-NO " | " WS-HHC-STUDENT
                               " | " WS-HHC-PLATE " | "
                               FUNCTION TRIM(WS-HHC-TYPE) " | "
                               WS-HHC-DATE " " WS-HHC-TIME " | "
                               WS-HHC-GUARD " | " CSP-REASON
               END-READ
           END-PERFORM
           CLOSE CIT-SUSPENSE-FILE
           IF WS-HHC-LINE-NO = 0
               DISPLAY "Citation suspense queue is empty."
           ELSE
               DISPLAY WS-HHC-LINE-NO " citation(s) in suspense."
           END-IF
           .

      * CORRECTS ONE HELD CITATION IN PLACE - STUDENT NUMBER, PLATE,
      * TYPE, DATE OR TIME (BLANK KEEPS WHAT THE HANDHELD SENT). THE
      * QUEUE IS COPIED TO THE SCRATCH FILE AND WRITTEN BACK WITH THE
      * ONE LINE AMENDED; THE FIX TAKES EFFECT ON THE NEXT RESUBMIT
       HHC-CORRECT-SUSPENSE.
           PERFORM HHC-LIST-SUSPENSE
           IF WS-HHC-LINE-NO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HHC-LINE-NO TO WS-HHC-QUEUED
           DISPLAY "Line to correct: " WITH NO ADVANCING
           MOVE SPACES TO WS-HHC-PICK-IN
           ACCEPT WS-HHC-PICK-IN
           IF WS-HHC-PICK-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-HHC-PICK-IN) TO WS-HHC-PICK
           IF WS-HHC-PICK < 1 OR WS-HHC-PICK > WS-HHC-QUEUED
               DISPLAY "No such line."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Student Number (blank = keep): " WITH NO ADVANCING
           MOVE SPACES TO WS-HHC-FIX-STUDENT
           ACCEPT WS-HHC-FIX-STUDENT
           DISPLAY "Plate (blank = keep): " WITH NO ADVANCING
           MOVE SPACES TO WS-HHC-FIX-PLATE
           ACCEPT WS-HHC-FIX-PLATE
           DISPLAY "Violation Type (blank = keep): " WITH NO ADVANCING
           MOVE SPACES TO WS-HHC-FIX-TYPE
           ACCEPT WS-HHC-FIX-TYPE
           DISPLAY "Date YYYY-MM-DD (blank = keep): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-HHC-FIX-DATE
           ACCEPT WS-HHC-FIX-DATE
           DISPLAY "Time HH:MM:SS (blank = keep): " WITH NO ADVANCING
           MOVE SPACES TO WS-HHC-FIX-TIME
           ACCEPT WS-HHC-FIX-TIME

           OPEN INPUT CIT-SUSPENSE-FILE
           OPEN OUTPUT CIT-RETRY-FILE
           IF WS-CSP-STATUS NOT = "00" OR WS-CRT-STATUS NOT = "00"
               STRING "Citation Retry Open Error: " WS-CRT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "HHC-CORRECT-SUSPENSE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE CIT-SUSPENSE-FILE
               CLOSE CIT-RETRY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CIT-SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE CSP-RECORD TO CRT-RECORD
                       WRITE CRT-RECORD
               END-READ
           END-PERFORM
           CLOSE CIT-SUSPENSE-FILE
           CLOSE CIT-RETRY-FILE

           OPEN INPUT CIT-RETRY-FILE
           OPEN OUTPUT CIT-SUSPENSE-FILE
           MOVE 0 TO WS-HHC-LINE-NO
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CIT-RETRY-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-HHC-LINE-NO
                       MOVE CRT-RECORD TO CSP-RECORD
                       IF WS-HHC-LINE-NO = WS-HHC-PICK
                           PERFORM HHC-APPLY-CORRECTION
                       END-IF
                       WRITE CSP-RECORD
               END-READ
           END-PERFORM
           CLOSE CIT-RETRY-FILE
           CLOSE CIT-SUSPENSE-FILE
           DISPLAY "Citation corrected - resubmit the queue to post it."
           .

      * LAYS THE CLERK'S NON-BLANK CORRECTIONS OVER THE HELD LINE
       HHC-APPLY-CORRECTION.
           MOVE CSP-CITATION TO WS-HHC-CITATION
           IF WS-HHC-FIX-STUDENT NOT = SPACES
               MOVE WS-HHC-FIX-STUDENT TO WS-HHC-STUDENT
           END-IF
           IF WS-HHC-FIX-PLATE NOT = SPACES
               MOVE WS-HHC-FIX-PLATE TO WS-HHC-PLATE
           END-IF
           IF WS-HHC-FIX-TYPE NOT = SPACES
               MOVE WS-HHC-FIX-TYPE TO WS-HHC-TYPE
           END-IF
           IF WS-HHC-FIX-DATE NOT = SPACES
               MOVE WS-HHC-FIX-DATE TO WS-HHC-DATE
           END-IF
           IF WS-HHC-FIX-TIME NOT = SPACES
               MOVE WS-HHC-FIX-TIME TO WS-HHC-TIME
           END-IF
           MOVE WS-HHC-CITATION TO CSP-CITATION
           MOVE "CORRECTED - AWAITING RESUBMIT" TO CSP-REASON
           .

      * RESUBMITS EVERY HELD CITATION THROUGH THE SAME PATH AS THE
      * UPLOAD. THE QUEUE IS COPIED AWAY AND EMPTIED FIRST, SO ONE
      * THAT FAILS AGAIN RE-SUSPENDS WITH ITS FRESH REASON, AS THE
      * SCANNER SUSPENSE REPROCESS DOES
       HHC-RESUBMIT-SUSPENSE.
           MOVE 0 TO WS-HHC-QUEUED
           OPEN INPUT CIT-SUSPENSE-FILE
           IF WS-CSP-STATUS = "35"
               DISPLAY "Citation suspense queue is empty."
               EXIT PARAGRAPH
           END-IF
           IF WS-CSP-STATUS NOT = "00"
               STRING "Citation Suspense Open Error: " WS-CSP-STATUS
                   INTO WS-FILE-ERROR
               MOVE "HHC-RESUBMIT-SUSPENSE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CIT-RETRY-FILE
           IF WS-CRT-STATUS NOT = "00"
               STRING "Citation Retry Open Error: " WS-CRT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "HHC-RESUBMIT-SUSPENSE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE CIT-SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CIT-SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE CSP-RECORD TO CRT-RECORD
                       WRITE CRT-RECORD
                       ADD 1 TO WS-HHC-QUEUED
               END-READ
           END-PERFORM
           CLOSE CIT-SUSPENSE-FILE
           CLOSE CIT-RETRY-FILE
           IF WS-HHC-QUEUED = 0
               DISPLAY "Citation suspense queue is empty."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CIT-SUSPENSE-FILE
           CLOSE CIT-SUSPENSE-FILE

           PERFORM HHC-INIT-TALLY
           MOVE "SUSPENSE RESUBMISSION" TO WS-HHC-SOURCE
           OPEN INPUT CIT-RETRY-FILE
           IF WS-CRT-STATUS NOT = "00"
               STRING "Citation Retry Open Error: " WS-CRT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "HHC-RESUBMIT-SUSPENSE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
      * THE POSTING PATH RUNS ITS OWN FILE LOOPS ON END-OF-FILE
           MOVE 'N' TO WS-HHC-EOF
           PERFORM UNTIL WS-HHC-EOF = 'Y'
               READ CIT-RETRY-FILE
                   AT END
                       MOVE 'Y' TO WS-HHC-EOF
                   NOT AT END
                       MOVE CRT-CITATION TO WS-HHC-CITATION
                       PERFORM HHC-PROCESS-CITATION
               END-READ
           END-PERFORM
           CLOSE CIT-RETRY-FILE
           PERFORM HHC-LOAD-REPORT
           .

      * MENU OPTION - THE DEANS' USAGE AND REVENUE BY COLLEGE REPORT.
      * PROMPTS FOR THE MONTH AND RUNS THE SAME REPORT THE MONTH-START
      * BATCH DOES
       COLLEGE-USAGE-REPORT.
           DISPLAY "Report month (YYYY-MM, blank = last month): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-CLG-PERIOD-IN
           ACCEPT WS-CLG-PERIOD-IN
           PERFORM COLLEGE-USAGE-BATCH
           .

      * ONE MONTH'S PARKING DEMAND AND WHAT IT PAID, GROUPED BY THE
      * STUDENT'S MST-COLLEGE, FOR THE DEANS' COUNCIL: DISTINCT
      * PARKERS, VISITS, AVERAGE STAY, EACH COLLEGE'S SHARE OF THE
      * CAMPUS PEAK ARRIVAL HOUR, FEES COLLECTED BY PAY-REVENUE-TYPE
      * (NET OF REFUNDS), CITATIONS ISSUED AND STILL UNSETTLED, AND
      * PERMITS HELD, WITH A CAMPUS TOTAL. VISITS COME FROM THE
      * PERIOD'S PARKING FILE AND THE ARCHIVE; A STUDENT NOT ON THE
      * ROSTER (OR WITH NO COLLEGE ON IT) IS COUNTED UNDER UNKNOWN.
      * WRITES COLLEGE-USAGE-YYYY-MM.rpt. SCHEDULED AT MONTH START AS
      * "COLLEGE" OR "COLLEGE YYYY-MM"
       COLLEGE-USAGE-BATCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-CLG-PERIOD-IN = SPACES
               MOVE WS-YEAR TO WS-CLG-YEAR
               MOVE WS-MONTH TO WS-CLG-MONTH
               IF WS-CLG-MONTH = 1
                   MOVE 12 TO WS-CLG-MONTH
                   SUBTRACT 1 FROM WS-CLG-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-CLG-MONTH
               END-IF
           ELSE
               IF WS-CLG-PERIOD-IN(1:4) IS NOT NUMERIC
                   OR WS-CLG-PERIOD-IN(5:1) NOT = "-"
                   OR WS-CLG-PERIOD-IN(6:2) IS NOT NUMERIC
                   DISPLAY "Report month must be YYYY-MM."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CLG-PERIOD-IN(1:4) TO WS-CLG-YEAR
               MOVE WS-CLG-PERIOD-IN(6:2) TO WS-CLG-MONTH
           END-IF
           IF WS-CLG-MONTH < 1 OR WS-CLG-MONTH > 12
               DISPLAY "Report month must be YYYY-MM."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLG-PERIOD
           STRING WS-CLG-YEAR "-" WS-CLG-MONTH
                  DELIMITED BY SIZE
                  INTO WS-CLG-PERIOD
           END-STRING

           INITIALIZE WS-CLG-TABLE
           MOVE 0 TO WS-CLG-COUNT-USED
           MOVE 0 TO WS-CLG-OVERFLOW
           MOVE SPACES TO WS-CLG-LAST-STUDENT
      * UNKNOWN ALWAYS HAS A ROW - IT IS ALSO WHERE A COLLEGE LANDS IF
      * THE TABLE EVER FILLS
           MOVE "UNKNOWN" TO WS-CLG-COLLEGE
           PERFORM CLG-LOCATE-ROW

           MOVE 'N' TO WS-CLG-MST-OPEN
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-CLG-MST-OPEN
           END-IF

           PERFORM CLG-GATHER-VISITS
           PERFORM CLG-GATHER-PAYMENTS
           PERFORM CLG-GATHER-FINES
           PERFORM CLG-GATHER-CITATIONS
           PERFORM CLG-GATHER-PERMITS
           IF WS-CLG-MST-OPEN = 'Y'
               CLOSE STUDENT-MASTER-FILE
           END-IF

           PERFORM CLG-CAMPUS-TOTALS
           PERFORM CLG-PRINT-REPORT
           .

      * THE MONTH'S VISITS - EVERY RECORD IN THE PERIOD'S PARKING FILE
      * THAT ENTERED IN THE MONTH (A SEALED MONTH'S CLOSED VISITS ARE
      * ALL IN THE ARCHIVE ALREADY), THEN EVERY ARCHIVED VISIT THAT
      * ENTERED IN THE MONTH. BOTH FILES ARE READ IN STUDENT ORDER, SO
      * A STUDENT IS COUNTED AS A PARKER THE FIRST TIME THEY APPEAR -
      * AND IN THE ARCHIVE ONLY IF THE PARKING FILE DID NOT COUNT THEM
       CLG-GATHER-VISITS.
           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           CLOSE PARKING-FILE
           MOVE WS-CLG-YEAR TO WS-PERIOD-YEAR
           MOVE WS-CLG-MONTH TO WS-PERIOD-MONTH
           PERFORM BUILD-PARKING-FILENAME
           IF WS-PARKING-FILENAME = WS-SAVED-PARKING-FILENAME
               OPEN INPUT PARKING-FILE
           ELSE
               PERFORM OPEN-UNSEALED-PRIOR-INPUT
           END-IF
           MOVE 'N' TO WS-CLG-PARK-OPEN
           MOVE SPACES TO WS-CLG-PREV-STUDENT
           IF WS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CLG-PARK-OPEN
               MOVE 'N' TO WS-CLG-EOF
               PERFORM UNTIL WS-CLG-EOF = 'Y'
                   READ PARKING-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CLG-EOF
                       NOT AT END
                           PERFORM CLG-PARKING-VISIT
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-CLG-PREV-STUDENT
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'N' TO WS-CLG-EOF
               PERFORM UNTIL WS-CLG-EOF = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CLG-EOF
                       NOT AT END
                           PERFORM CLG-HISTORY-VISIT
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

           IF WS-CLG-PARK-OPEN = 'Y'
               CLOSE PARKING-FILE
           END-IF
           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLG-GATHER-VISITS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * ONE PARKING-FILE RECORD - COUNTED IF IT ENTERED IN THE MONTH
       CLG-PARKING-VISIT.
           IF TIME-OF-ENTRY(1:7) NOT = WS-CLG-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-NUMBER TO WS-CLG-STUDENT
           PERFORM CLG-FIND-COLLEGE
           IF WS-CLG-STUDENT NOT = WS-CLG-PREV-STUDENT
               MOVE WS-CLG-STUDENT TO WS-CLG-PREV-STUDENT
               ADD 1 TO WS-CLG-PARKERS(WS-CLG-SUB)
           END-IF
           MOVE TIME-OF-ENTRY TO WS-CLG-ENTRY-TS
           MOVE TIME-OF-EXIT TO WS-CLG-EXIT-TS
           PERFORM CLG-ADD-VISIT
           .

      * ONE ARCHIVED VISIT - COUNTED IF IT ENTERED IN THE MONTH. THE
      * STUDENT IS A NEW PARKER ONLY IF THE PARKING FILE HAS NO VISIT
      * OF THEIRS IN THE MONTH
       CLG-HISTORY-VISIT.
           IF HIST-TIME-OF-ENTRY(1:7) NOT = WS-CLG-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-STUDENT-NUMBER TO WS-CLG-STUDENT
           PERFORM CLG-FIND-COLLEGE
           IF WS-CLG-STUDENT NOT = WS-CLG-PREV-STUDENT
               MOVE WS-CLG-STUDENT TO WS-CLG-PREV-STUDENT
               PERFORM CLG-CHECK-LIVE-PARKER
               IF WS-CLG-LIVE-PARKER = 'N'
                   ADD 1 TO WS-CLG-PARKERS(WS-CLG-SUB)
               END-IF
           END-IF
           MOVE HIST-TIME-OF-ENTRY TO WS-CLG-ENTRY-TS
           MOVE HIST-TIME-OF-EXIT TO WS-CLG-EXIT-TS
           PERFORM CLG-ADD-VISIT
           .

      * SETS WS-CLG-LIVE-PARKER WHEN WS-CLG-STUDENT HAS A VISIT THAT
      * ENTERED IN THE MONTH IN THE PERIOD'S PARKING FILE
       CLG-CHECK-LIVE-PARKER.
           MOVE 'N' TO WS-CLG-LIVE-PARKER
           IF WS-CLG-PARK-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLG-STUDENT TO STUDENT-NUMBER
           MOVE LOW-VALUES TO PARK-PLATE-KEY
           MOVE 'N' TO WS-CLG-SCAN-EOF
           START PARKING-FILE KEY IS >= PARK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CLG-SCAN-EOF
           END-START
           PERFORM UNTIL WS-CLG-SCAN-EOF = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLG-SCAN-EOF
                   NOT AT END
                       IF STUDENT-NUMBER NOT = WS-CLG-STUDENT
                           MOVE 'Y' TO WS-CLG-SCAN-EOF
                       ELSE
                           IF TIME-OF-ENTRY(1:7) = WS-CLG-PERIOD
                               MOVE 'Y' TO WS-CLG-LIVE-PARKER
                               MOVE 'Y' TO WS-CLG-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * ADDS THE STAGED VISIT TO ROW WS-CLG-SUB: THE VISIT, ITS
      * ARRIVAL HOUR, AND - ONCE IT HAS EXITED - ITS LENGTH OF STAY
       CLG-ADD-VISIT.
           ADD 1 TO WS-CLG-VISITS(WS-CLG-SUB)
           IF WS-CLG-ENTRY-TS(12:2) IS NUMERIC
               COMPUTE WS-CLG-H = FUNCTION NUMVAL(
                   WS-CLG-ENTRY-TS(12:2)) + 1
               IF WS-CLG-H >= 1 AND WS-CLG-H <= 24
                   ADD 1 TO WS-CLG-HOUR-ARR(WS-CLG-SUB, WS-CLG-H)
               END-IF
           END-IF
           IF WS-CLG-EXIT-TS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLG-ENTRY-TS TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE WS-CLG-EXIT-TS TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-OUT - WS-ELAPSED-MINUTES-1
           IF WS-ELAPSED-DIFF > 0
               ADD WS-ELAPSED-DIFF TO WS-CLG-STAY-MIN(WS-CLG-SUB)
           END-IF
           ADD 1 TO WS-CLG-STAY-CNT(WS-CLG-SUB)
           .

      * RECEIPTS DATED IN THE MONTH, BY COLLEGE AND REVENUE TYPE. A
      * VOIDED RECEIPT STILL CARRIES WHAT WAS TAKEN AND ITS REFUND
      * RECORD TAKES IT BACK OUT, SO EACH FIGURE IS NET OF REFUNDS.
      * A WALLET TOP-UP IS MONEY HELD FOR THE STUDENT, NOT EARNED - IT
      * IS SHOWN IN ITS OWN COLUMN AND LEFT OUT OF FEES COLLECTED,
      * WHERE THE VISIT IT LATER PAYS FOR IS COUNTED
       CLG-GATHER-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Open Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLG-GATHER-PAYMENTS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLG-EOF
           PERFORM UNTIL WS-CLG-EOF = 'Y'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLG-EOF
                   NOT AT END
                       IF PAY-DATE(1:7) = WS-CLG-PERIOD
                           PERFORM CLG-PAYMENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
           .

       CLG-PAYMENT-LINE.
           MOVE PAY-STUDENT-NUMBER TO WS-CLG-STUDENT
           PERFORM CLG-FIND-COLLEGE
           MOVE 7 TO WS-CLG-R
           PERFORM VARYING WS-CLG-J FROM 1 BY 1
                   UNTIL WS-CLG-J > 8
               IF PAY-REVENUE-TYPE = WS-CLG-REV-NAME(WS-CLG-J)
                   MOVE WS-CLG-J TO WS-CLG-R
               END-IF
           END-PERFORM
           IF PAY-STATUS = "REFUND"
               SUBTRACT PAY-AMOUNT-PAID
                   FROM WS-CLG-FEES(WS-CLG-SUB, WS-CLG-R)
           ELSE
               ADD PAY-AMOUNT-PAID
                   TO WS-CLG-FEES(WS-CLG-SUB, WS-CLG-R)
           END-IF
           .

      * A FINE TAKEN AT THE WINDOW IS NOT RECEIPTED ON THE PAYMENT
      * FILE - ITS RECORD IS THE FINE-PAY AUDIT LINE, WHICH THE FINANCE
      * JOURNAL ALREADY READS AT THE SAME FIXED OFFSETS (STUDENT AT 42,
      * AMOUNT AFTER "/PAID:" AT 124). LINES ALREADY MOVED TO THE
      * YEARLY AUDIT ARCHIVE ARE PAST THE RETENTION WINDOW AND ARE NOT
      * RE-READ
       CLG-GATHER-FINES.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               STRING "Audit Open Error: " WS-AUDIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLG-GATHER-FINES" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLG-EOF
           PERFORM UNTIL WS-CLG-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-CLG-EOF
                   NOT AT END
                       IF AUDIT-RECORD(1:7) = WS-CLG-PERIOD
                           AND AUDIT-RECORD(29:10) = "FINE-PAY"
                           AND AUDIT-RECORD(124:6) = "/PAID:"
                           MOVE AUDIT-RECORD(42:11) TO WS-CLG-STUDENT
                           PERFORM CLG-FIND-COLLEGE
                           ADD FUNCTION NUMVAL(AUDIT-RECORD(130:8))
                               TO WS-CLG-FEES(WS-CLG-SUB, 3)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .

      * CITATIONS WRITTEN IN THE MONTH, AND HOW MANY OF THEM ARE STILL
      * UNSETTLED TODAY
       CLG-GATHER-CITATIONS.
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-VIOLATION-STATUS NOT = "00"
               STRING "Violation Open Error: " WS-VIOLATION-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLG-GATHER-CITATIONS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLG-EOF
           PERFORM UNTIL WS-CLG-EOF = 'Y'
               READ VIOLATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLG-EOF
                   NOT AT END
                       IF VIO-VIOLATION-DATE(1:7) = WS-CLG-PERIOD
                           MOVE VIO-STUDENT-NUMBER TO WS-CLG-STUDENT
                           PERFORM CLG-FIND-COLLEGE
                           ADD 1 TO WS-CLG-CITED(WS-CLG-SUB)
                           IF VIO-SETTLED = 'N'
                               ADD 1 TO WS-CLG-UNSETTLED(WS-CLG-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           .

      * PERMITS WHOSE VALIDITY WINDOW TOUCHES THE MONTH (A REVOKED
      * PERMIT IS NOT HELD)
       CLG-GATHER-PERMITS.
           OPEN INPUT PERMIT-FILE
           IF WS-PERMIT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PERMIT-STATUS NOT = "00"
               STRING "Permit Open Error: " WS-PERMIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLG-GATHER-PERMITS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLG-EOF
           PERFORM UNTIL WS-CLG-EOF = 'Y'
               READ PERMIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLG-EOF
                   NOT AT END
                       IF PMT-PERMIT-TYPE NOT = "REVOKED"
                           AND PMT-VALID-FROM(1:7) <= WS-CLG-PERIOD
                           AND PMT-VALID-TO(1:7) >= WS-CLG-PERIOD
                           MOVE PMT-STUDENT-NUMBER TO WS-CLG-STUDENT
                           PERFORM CLG-FIND-COLLEGE
                           ADD 1 TO WS-CLG-PERMITS(WS-CLG-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERMIT-FILE
           .

      * WS-CLG-STUDENT'S COLLEGE OFF THE ROSTER (UNKNOWN IF THEY ARE
      * NOT ON IT OR IT IS BLANK), AND ITS ROW INTO WS-CLG-SUB. THE
      * LAST STUDENT LOOKED UP IS REMEMBERED - THE FILES ARE MOSTLY
      * READ IN STUDENT ORDER
       CLG-FIND-COLLEGE.
           IF WS-CLG-STUDENT NOT = WS-CLG-LAST-STUDENT
               MOVE "UNKNOWN" TO WS-CLG-LAST-COLLEGE
               IF WS-CLG-MST-OPEN = 'Y'
                   MOVE WS-CLG-STUDENT TO MST-STUDENT-NUMBER
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MST-COLLEGE NOT = SPACES
                               MOVE FUNCTION UPPER-CASE(MST-COLLEGE)
                                   TO WS-CLG-LAST-COLLEGE
                           END-IF
                   END-READ
               END-IF
               MOVE WS-CLG-STUDENT TO WS-CLG-LAST-STUDENT
           END-IF
           MOVE WS-CLG-LAST-COLLEGE TO WS-CLG-COLLEGE
           PERFORM CLG-LOCATE-ROW
           .

      * FINDS WS-CLG-COLLEGE'S ROW, OR OPENS ONE IN NAME ORDER. ONCE
      * THE TABLE IS FULL A NEW COLLEGE IS COUNTED UNDER UNKNOWN
       CLG-LOCATE-ROW.
           MOVE 'N' TO WS-CLG-FOUND
           PERFORM VARYING WS-CLG-I FROM 1 BY 1
                   UNTIL WS-CLG-I > WS-CLG-COUNT-USED
                      OR WS-CLG-FOUND = 'Y'
               IF WS-CLG-NAME(WS-CLG-I) = WS-CLG-COLLEGE
                   MOVE 'Y' TO WS-CLG-FOUND
                   MOVE WS-CLG-I TO WS-CLG-SUB
               END-IF
           END-PERFORM
           IF WS-CLG-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-CLG-COUNT-USED >= WS-CLG-TOTAL-ROW - 1
               ADD 1 TO WS-CLG-OVERFLOW
               MOVE "UNKNOWN" TO WS-CLG-COLLEGE
               PERFORM VARYING WS-CLG-I FROM 1 BY 1
                       UNTIL WS-CLG-I > WS-CLG-COUNT-USED
                   IF WS-CLG-NAME(WS-CLG-I) = WS-CLG-COLLEGE
                       MOVE WS-CLG-I TO WS-CLG-SUB
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CLG-SUB
           PERFORM VARYING WS-CLG-I FROM 1 BY 1
                   UNTIL WS-CLG-I > WS-CLG-COUNT-USED
               IF WS-CLG-NAME(WS-CLG-I) < WS-CLG-COLLEGE
                   COMPUTE WS-CLG-SUB = WS-CLG-I + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CLG-I FROM WS-CLG-COUNT-USED BY -1
                   UNTIL WS-CLG-I < WS-CLG-SUB
               MOVE WS-CLG-ENTRY(WS-CLG-I)
                   TO WS-CLG-ENTRY(WS-CLG-I + 1)
           END-PERFORM
           ADD 1 TO WS-CLG-COUNT-USED
           INITIALIZE WS-CLG-ENTRY(WS-CLG-SUB)
           MOVE WS-CLG-COLLEGE TO WS-CLG-NAME(WS-CLG-SUB)
           .

      * ADDS EVERY COLLEGE ROW INTO THE CAMPUS ROW AND FINDS THE
      * CAMPUS PEAK ARRIVAL HOUR THE SHARES ARE TAKEN AGAINST
       CLG-CAMPUS-TOTALS.
           INITIALIZE WS-CLG-ENTRY(WS-CLG-TOTAL-ROW)
           MOVE "CAMPUS" TO WS-CLG-NAME(WS-CLG-TOTAL-ROW)
           PERFORM VARYING WS-CLG-I FROM 1 BY 1
                   UNTIL WS-CLG-I > WS-CLG-COUNT-USED
               ADD WS-CLG-PARKERS(WS-CLG-I)
                   TO WS-CLG-PARKERS(WS-CLG-TOTAL-ROW)
               ADD WS-CLG-VISITS(WS-CLG-I)
                   TO WS-CLG-VISITS(WS-CLG-TOTAL-ROW)
               ADD WS-CLG-STAY-MIN(WS-CLG-I)
                   TO WS-CLG-STAY-MIN(WS-CLG-TOTAL-ROW)
               ADD WS-CLG-STAY-CNT(WS-CLG-I)
                   TO WS-CLG-STAY-CNT(WS-CLG-TOTAL-ROW)
               ADD WS-CLG-CITED(WS-CLG-I)
                   TO WS-CLG-CITED(WS-CLG-TOTAL-ROW)
               ADD WS-CLG-UNSETTLED(WS-CLG-I)
                   TO WS-CLG-UNSETTLED(WS-CLG-TOTAL-ROW)
               ADD WS-CLG-PERMITS(WS-CLG-I)
                   TO WS-CLG-PERMITS(WS-CLG-TOTAL-ROW)
               PERFORM VARYING WS-CLG-H FROM 1 BY 1
                       UNTIL WS-CLG-H > 24
                   ADD WS-CLG-HOUR-ARR(WS-CLG-I, WS-CLG-H)
                       TO WS-CLG-HOUR-ARR(WS-CLG-TOTAL-ROW, WS-CLG-H)
               END-PERFORM
               PERFORM VARYING WS-CLG-R FROM 1 BY 1
                       UNTIL WS-CLG-R > 8
                   ADD WS-CLG-FEES(WS-CLG-I, WS-CLG-R)
                       TO WS-CLG-FEES(WS-CLG-TOTAL-ROW, WS-CLG-R)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-CLG-PEAK-HOUR
           MOVE 0 TO WS-CLG-PEAK-MAX
           PERFORM VARYING WS-CLG-H FROM 1 BY 1
                   UNTIL WS-CLG-H > 24
               IF WS-CLG-HOUR-ARR(WS-CLG-TOTAL-ROW, WS-CLG-H)
                      > WS-CLG-PEAK-MAX
                   MOVE WS-CLG-HOUR-ARR(WS-CLG-TOTAL-ROW, WS-CLG-H)
                       TO WS-CLG-PEAK-MAX
                   COMPUTE WS-CLG-PEAK-HOUR = WS-CLG-H - 1
               END-IF
           END-PERFORM
           .

      * LAYS OUT COLLEGE-USAGE-YYYY-MM.rpt - THE COLLEGES IN NAME
      * ORDER, UNKNOWN AFTER THEM, THEN THE CAMPUS TOTAL
       CLG-PRINT-REPORT.
           MOVE SPACES TO WS-CGR-FILENAME
           STRING "COLLEGE-USAGE-" WS-CLG-PERIOD ".rpt"
                  DELIMITED BY SIZE
                  INTO WS-CGR-FILENAME
           END-STRING
           OPEN OUTPUT COLLEGE-RPT-FILE
           IF WS-CGR-STATUS NOT = "00"
               STRING "College Report Open Error: " WS-CGR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CLG-PRINT-REPORT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO CGR-CARRIAGE-CONTROL
           MOVE SPACES TO CGR-LINE-TEXT
           STRING "PARKING USAGE AND REVENUE BY COLLEGE - "
                  WS-CLG-PERIOD "   PRINTED " WS-YEAR "-" WS-MONTH
                  "-" WS-DAY " BY " WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO CGR-LINE-TEXT
           END-STRING
           WRITE COLLEGE-RPT-RECORD
           MOVE ' ' TO CGR-CARRIAGE-CONTROL
           MOVE SPACES TO CGR-LINE-TEXT
           STRING "PEAK % IS EACH COLLEGE'S SHARE OF CAMPUS ARRIVALS "
                  "IN THE PEAK HOUR, " WS-CLG-PEAK-HOUR
                  ":00-" WS-CLG-PEAK-HOUR ":59.  FEES ARE NET OF "
                  "REFUNDS."
                  DELIMITED BY SIZE
                  INTO CGR-LINE-TEXT
           END-STRING
           WRITE COLLEGE-RPT-RECORD
           MOVE "WALLET TOP-UPS ARE SHOWN UNDER EACH COLLEGE BUT ARE "
             & "NOT IN FEES COLLECTED - THE VISITS THEY PAY FOR ARE."
               TO CGR-LINE-TEXT
           WRITE COLLEGE-RPT-RECORD
           MOVE SPACES TO CGR-LINE-TEXT
           WRITE COLLEGE-RPT-RECORD
           MOVE "COLLEGE   PARKERS  VISITS AVG STAY     PEAK %  "
               & "CITED  UNSETTLED  PERMITS FEES COLLECTED"
               TO CGR-LINE-TEXT
           WRITE COLLEGE-RPT-RECORD
           MOVE SPACES TO CGR-LINE-TEXT
           MOVE ALL "-" TO CGR-LINE-TEXT(1:87)
           WRITE COLLEGE-RPT-RECORD

           PERFORM VARYING WS-CLG-SUB FROM 1 BY 1
                   UNTIL WS-CLG-SUB > WS-CLG-COUNT-USED
               IF WS-CLG-NAME(WS-CLG-SUB) NOT = "UNKNOWN"
                   PERFORM CLG-PRINT-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CLG-SUB FROM 1 BY 1
                   UNTIL WS-CLG-SUB > WS-CLG-COUNT-USED
               IF WS-CLG-NAME(WS-CLG-SUB) = "UNKNOWN"
                   PERFORM CLG-PRINT-ROW
               END-IF
           END-PERFORM
           MOVE SPACES TO CGR-LINE-TEXT
           MOVE ALL "-" TO CGR-LINE-TEXT(1:87)
           WRITE COLLEGE-RPT-RECORD
           MOVE WS-CLG-TOTAL-ROW TO WS-CLG-SUB
           PERFORM CLG-PRINT-ROW
           IF WS-CLG-OVERFLOW > 0
               MOVE SPACES TO CGR-LINE-TEXT
               STRING "NOTE: MORE COLLEGES THAN THE REPORT HOLDS - "
                      WS-CLG-OVERFLOW " ITEM(S) COUNTED UNDER UNKNOWN"
                      DELIMITED BY SIZE
                      INTO CGR-LINE-TEXT
               END-STRING
               WRITE COLLEGE-RPT-RECORD
           END-IF
           CLOSE COLLEGE-RPT-FILE
           DISPLAY "College usage report for " WS-CLG-PERIOD
                   " written to " FUNCTION TRIM(WS-CGR-FILENAME)
           .

      * ONE COLLEGE'S FIGURES (ROW WS-CLG-SUB) AND, BENEATH THEM, ITS
      * FEES BROKEN OUT BY REVENUE TYPE, WITH THE WALLET TOP-UPS ON A
      * LINE OF THEIR OWN
       CLG-PRINT-ROW.
           MOVE 0 TO WS-CLG-AVG-MIN
           IF WS-CLG-STAY-CNT(WS-CLG-SUB) > 0
               COMPUTE WS-CLG-AVG-MIN ROUNDED =
                   WS-CLG-STAY-MIN(WS-CLG-SUB)
                   / WS-CLG-STAY-CNT(WS-CLG-SUB)
           END-IF
           COMPUTE WS-CLG-AVG-HH = WS-CLG-AVG-MIN / 60
           COMPUTE WS-CLG-AVG-MM =
               WS-CLG-AVG-MIN - WS-CLG-AVG-HH * 60
           MOVE 0 TO WS-CLG-SHARE
           IF WS-CLG-PEAK-MAX > 0
               COMPUTE WS-CLG-SHARE ROUNDED =
                   WS-CLG-HOUR-ARR(WS-CLG-SUB, WS-CLG-PEAK-HOUR + 1)
                   * 100 / WS-CLG-PEAK-MAX
           END-IF
           MOVE 0 TO WS-CLG-FEE-TOTAL
           PERFORM VARYING WS-CLG-R FROM 1 BY 1
                   UNTIL WS-CLG-R > 7
               ADD WS-CLG-FEES(WS-CLG-SUB, WS-CLG-R)
                   TO WS-CLG-FEE-TOTAL
           END-PERFORM
           MOVE WS-CLG-PARKERS(WS-CLG-SUB) TO WS-CLG-CNT-EDIT
           MOVE WS-CLG-VISITS(WS-CLG-SUB) TO WS-CLG-VIS-EDIT
           MOVE WS-CLG-AVG-HH TO WS-CLG-HH-EDIT
           MOVE WS-CLG-SHARE TO WS-CLG-PCT-EDIT
           MOVE WS-CLG-CITED(WS-CLG-SUB) TO WS-CLG-CIT-EDIT
           MOVE WS-CLG-UNSETTLED(WS-CLG-SUB) TO WS-CLG-UNS-EDIT
           MOVE WS-CLG-PERMITS(WS-CLG-SUB) TO WS-CLG-PMT-EDIT
           MOVE WS-CLG-FEE-TOTAL TO WS-CLG-AMT-EDIT
           MOVE SPACES TO CGR-LINE-TEXT
           STRING WS-CLG-NAME(WS-CLG-SUB) "  " WS-CLG-CNT-EDIT "  "
                  WS-CLG-VIS-EDIT "  " WS-CLG-HH-EDIT ":"
                  WS-CLG-AVG-MM "     " WS-CLG-PCT-EDIT "%  "
                  WS-CLG-CIT-EDIT "      " WS-CLG-UNS-EDIT "    "
                  WS-CLG-PMT-EDIT "  " WS-CLG-AMT-EDIT
                  DELIMITED BY SIZE
                  INTO CGR-LINE-TEXT
           END-STRING
           WRITE COLLEGE-RPT-RECORD
           MOVE SPACES TO CGR-LINE-TEXT
           PERFORM VARYING WS-CLG-R FROM 1 BY 1
                   UNTIL WS-CLG-R > 7
               COMPUTE WS-CLG-POS = 6 + (WS-CLG-R - 1) * 18
               MOVE WS-CLG-REV-NAME(WS-CLG-R)
                   TO CGR-LINE-TEXT(WS-CLG-POS:8)
               MOVE WS-CLG-FEES(WS-CLG-SUB, WS-CLG-R)
                   TO WS-CLG-REV-EDIT
               MOVE WS-CLG-REV-EDIT
                   TO CGR-LINE-TEXT(WS-CLG-POS + 8:10)
           END-PERFORM
           WRITE COLLEGE-RPT-RECORD
           MOVE SPACES TO CGR-LINE-TEXT
           MOVE WS-CLG-REV-NAME(8) TO CGR-LINE-TEXT(6:8)
           MOVE WS-CLG-FEES(WS-CLG-SUB, 8) TO WS-CLG-REV-EDIT
           MOVE WS-CLG-REV-EDIT TO CGR-LINE-TEXT(14:10)
           MOVE "TOP-UPS" TO CGR-LINE-TEXT(26:7)
           WRITE COLLEGE-RPT-RECORD
           .

      * MENU OPTION (SUPERVISOR) - A VEHICLE'S PLATE CHANGES: THE
      * CONDUCTION STICKER GIVES WAY TO THE LTO PLATE, OR A LOST OR
      * DAMAGED PLATE IS REISSUED. THE PLATE IS KEPT IN A DOZEN PLACES
      * AND SEVERAL OF THEM KEY ON IT, SO ONE TRANSACTION MOVES IT
      * EVERYWHERE AT ONCE: THE CURRENT PERIOD'S VISITS, OPEN AND
      * CLOSED, AND ANY VISIT STILL OPEN IN AN UNSEALED PRIOR MONTH
      * ARE RE-KEYED; THE PROFILE, ROSTER AND EMPLOYEE RECORDS, ACTIVE
      * TAGS, VEHICLE DOCUMENTS AND LIVE PERMIT APPLICATIONS FOLLOW; A
      * WATCHLIST ENTRY, IMPOUND HOLD OR OVERNIGHT AUTHORIZATION STILL
      * TO RUN IS CARRIED ACROSS; AND GUESTS EXPECTED FROM THE
      * EFFECTIVE DATE ON ARE RE-REGISTERED. THE ALIAS RECORD LEFT
      * BEHIND IS WHAT LETS A SEARCH ON EITHER PLATE STILL FIND THE
      * VEHICLE'S WHOLE HISTORY. CLOSED VISITS IN PRIOR PERIODS' FILES,
      * THE HISTORY ARCHIVE AND THE LOGS ARE LEFT AS THEY WERE - THEY
      * RECORD WHAT WAS ON THE VEHICLE AT THE TIME. STUDENT AFFAIRS'
      * APPLICATION HAND-OVER FILE IS THEIRS AND IS NOT REWRITTEN; AN
      * APPLICATION IN IT UNDER THE OLD PLATE IS MATCHED TO THE ROSTER
      * THROUGH THE ALIAS WHEN IT IS LOADED
       PLATE-CHANGE.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Old Plate / Conduction Sticker: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-PLC-OLD-PLATE
           ACCEPT WS-PLC-OLD-PLATE
           MOVE FUNCTION UPPER-CASE(WS-PLC-OLD-PLATE)
               TO WS-PLC-OLD-PLATE
           IF WS-PLC-OLD-PLATE = SPACES
               DISPLAY "Old plate is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New License Plate: " WITH NO ADVANCING
           ACCEPT WS-PLATE
           MOVE FUNCTION UPPER-CASE(WS-PLATE) TO WS-PLATE
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid License Plate!"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLATE TO WS-PLC-NEW-PLATE
           IF WS-PLC-NEW-PLATE = WS-PLC-OLD-PLATE
               DISPLAY "New plate is the same as the old plate."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           DISPLAY "Effective Date (YYYY-MM-DD, blank = today): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-PLC-EFFECTIVE
           ACCEPT WS-PLC-EFFECTIVE
           IF WS-PLC-EFFECTIVE = SPACES
               MOVE WS-TODAY-DATE TO WS-PLC-EFFECTIVE
           END-IF
           MOVE WS-PLC-EFFECTIVE TO WS-VDC-DATE-IN
           PERFORM VDC-CHECK-DATE-IN
           IF WS-VDC-OK = 'N'
               DISPLAY "Effective date must be YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           IF WS-PLC-EFFECTIVE > WS-TODAY-DATE
               DISPLAY "A plate change cannot take effect in the "
                       "future - enter it on the day."
               EXIT PARAGRAPH
           END-IF

           PERFORM PLC-CHECK-ALIAS
           IF WS-PLC-CLASH = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM RESTORE-CURRENT-PARKING-PERIOD
           PERFORM PLC-COLLECT-VISITS
           IF WS-PLC-CLASH = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-PLC-KEY-CNT " visit record(s) under "
                   WS-PLC-OLD-PLATE " in " WS-PARKING-FILENAME
                   " will move to " WS-PLC-NEW-PLATE "."
           DISPLAY "Change plate " WS-PLC-OLD-PLATE " to "
                   WS-PLC-NEW-PLATE " effective " WS-PLC-EFFECTIVE
                   "? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN NOT = "Y"
               DISPLAY "Plate change cancelled."
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-PLC-COUNTS
           MOVE SPACES TO WS-PLC-OWNER
           PERFORM VARYING WS-PLC-KX FROM 1 BY 1
                   UNTIL WS-PLC-KX > WS-PLC-KEY-CNT
               PERFORM PLC-REKEY-VISIT
           END-PERFORM
           PERFORM PLC-PROFILES
           PERFORM PLC-ROSTER
           PERFORM PLC-EMPLOYEES
           PERFORM PLC-TAGS
           PERFORM PLC-VEHICLE-DOCS
           PERFORM PLC-WATCHLIST
           PERFORM PLC-IMPOUND-HOLDS
           PERFORM PLC-EVENT-GUESTS
           PERFORM PLC-OVERNIGHT
           PERFORM PLC-PERMIT-APPLICATIONS
           PERFORM PLC-PRIOR-OPEN-VISITS
           COMPUTE WS-PLC-TOTAL = WS-PLC-VISITS + WS-PLC-PROFILES
               + WS-PLC-ROSTER + WS-PLC-STAFF + WS-PLC-WATCH
               + WS-PLC-HOLDS + WS-PLC-GUESTS + WS-PLC-TAGS
               + WS-PLC-DOCS + WS-PLC-OVERNIGHT + WS-PLC-APPS
           IF WS-PLC-TOTAL = 0
               DISPLAY "Plate " WS-PLC-OLD-PLATE " is not on any "
                       "file - nothing was changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM PLC-WRITE-ALIAS

           MOVE WS-PLC-OWNER TO STUDENT-NUMBER
           MOVE "PLATE-CHG" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "PLATE " WS-PLC-OLD-PLATE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "PLATE " WS-PLC-NEW-PLATE
                  " EFF " WS-PLC-EFFECTIVE
                  " RECORDS " WS-PLC-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD

           DISPLAY "Plate " WS-PLC-OLD-PLATE " changed to "
                   WS-PLC-NEW-PLATE " effective " WS-PLC-EFFECTIVE "."
           DISPLAY "  Visits re-keyed      : " WS-PLC-VISITS
                   " (" WS-PLC-PRIOR " open in prior months)"
           DISPLAY "  Profiles / roster    : " WS-PLC-PROFILES
                   " / " WS-PLC-ROSTER
           DISPLAY "  Employee records     : " WS-PLC-STAFF
           DISPLAY "  Active tags / docs   : " WS-PLC-TAGS
                   " / " WS-PLC-DOCS
           DISPLAY "  Watchlist / holds    : " WS-PLC-WATCH
                   " / " WS-PLC-HOLDS
           DISPLAY "  Event guests         : " WS-PLC-GUESTS
           DISPLAY "  Overnight / permits  : " WS-PLC-OVERNIGHT
                   " / " WS-PLC-APPS
           .

      * A PLATE IS RETIRED ONCE: THE OLD PLATE MUST NOT ALREADY HAVE
      * BEEN CHANGED, AND THE NEW ONE MUST NOT BE A PLATE THAT WAS
      * RETIRED EARLIER - EITHER WOULD SPLIT OR LOOP THE ALIAS CHAIN
       PLC-CHECK-ALIAS.
           MOVE 'N' TO WS-PLC-CLASH
           OPEN INPUT PLATE-ALIAS-FILE
           IF WS-PAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLC-OLD-PLATE TO PAL-OLD-PLATE
           READ PLATE-ALIAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Plate " WS-PLC-OLD-PLATE " was already "
                           "changed to " PAL-NEW-PLATE " on "
                           PAL-EFFECTIVE-ON "."
                   MOVE 'Y' TO WS-PLC-CLASH
           END-READ
           IF WS-PLC-CLASH = 'N'
               MOVE WS-PLC-NEW-PLATE TO PAL-OLD-PLATE
               READ PLATE-ALIAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Plate " WS-PLC-NEW-PLATE " was "
                               "retired on " PAL-EFFECTIVE-ON
                               " and cannot be taken up again."
                       MOVE 'Y' TO WS-PLC-CLASH
               END-READ
           END-IF
           CLOSE PLATE-ALIAS-FILE
           .

      * THE CURRENT PERIOD'S RECORDS UNDER THE OLD PLATE, READ ON THE
      * PLATE KEY. THE KEYS ARE COLLECTED FIRST SO THE RE-KEYING NEVER
      * TRIPS OVER ITS OWN WRITES, AND THE CHANGE IS REFUSED OUTRIGHT
      * IF ANY OF THOSE STUDENTS ALREADY HAS A RECORD UNDER THE NEW
      * PLATE - NOTHING IS MOVED UNTIL EVERY VISIT CAN BE
       PLC-COLLECT-VISITS.
           MOVE 'N' TO WS-PLC-CLASH
           MOVE 0 TO WS-PLC-KEY-CNT
           MOVE WS-PLC-OLD-PLATE TO LICENSE-PLATE
           MOVE 'N' TO WS-PLC-EOF
           START PARKING-FILE KEY IS = LICENSE-PLATE
               INVALID KEY
                   MOVE 'Y' TO WS-PLC-EOF
           END-START
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF LICENSE-PLATE NOT = WS-PLC-OLD-PLATE
                           MOVE 'Y' TO WS-PLC-EOF
                       ELSE
                           IF WS-PLC-KEY-CNT < 100
                               ADD 1 TO WS-PLC-KEY-CNT
                               MOVE PARK-KEY
                                   TO WS-PLC-KEY(WS-PLC-KEY-CNT)
                           ELSE
                               MOVE 'Y' TO WS-PLC-CLASH
                               MOVE 'Y' TO WS-PLC-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PLC-CLASH = 'Y'
               DISPLAY "More than 100 records carry plate "
                       WS-PLC-OLD-PLATE " - change refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PLC-KX FROM 1 BY 1
                   UNTIL WS-PLC-KX > WS-PLC-KEY-CNT
               MOVE WS-PLC-KEY(WS-PLC-KX) TO PARK-KEY
               MOVE WS-PLC-NEW-PLATE TO PARK-PLATE-KEY
               READ PARKING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Student " STUDENT-NUMBER
                               " already has a record under plate "
                               WS-PLC-NEW-PLATE " - change refused."
                       MOVE 'Y' TO WS-PLC-CLASH
               END-READ
           END-PERFORM
           .

      * ONE VISIT: WRITTEN UNDER THE NEW PLATE FIRST AND THE OLD KEY
      * DELETED ONLY ONCE THAT WRITE STANDS, THE WAY AN EDITED PLATE
      * IS MOVED. THE VISIT ITSELF - TIMES, LOT, FEE - IS UNTOUCHED
       PLC-REKEY-VISIT.
           MOVE WS-PLC-KEY(WS-PLC-KX) TO PARK-KEY
           READ PARKING-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-PLC-OWNER = SPACES
               MOVE STUDENT-NUMBER TO WS-PLC-OWNER
           END-IF
           MOVE WS-PLC-NEW-PLATE TO PARK-PLATE-KEY
           MOVE WS-PLC-NEW-PLATE TO LICENSE-PLATE
           WRITE PARKING-RECORD
           PERFORM JOURNAL-PARKING-ADD
           IF WS-FILE-STATUS NOT = "00"
               STRING "Plate Change Write Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PLC-REKEY-VISIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLC-OLD-PLATE TO PARK-PLATE-KEY
           MOVE WS-PLC-OLD-PLATE TO LICENSE-PLATE
           DELETE PARKING-FILE RECORD
           PERFORM JOURNAL-PARKING-DEL
           IF WS-FILE-STATUS NOT = "00"
               STRING "Plate Change Delete Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PLC-REKEY-VISIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLC-VISITS
           .

      * THE PROFILE, ROSTER AND EMPLOYEE REGISTER ARE KEYED BY THE
      * PERSON, NOT THE PLATE - EACH IS WALKED AND THE MATCHES
      * REWRITTEN IN PLACE
       PLC-PROFILES.
           OPEN I-O PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PLC-EOF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ PROFILE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF PRF-PLATE = WS-PLC-OLD-PLATE
                           MOVE WS-PLC-NEW-PLATE TO PRF-PLATE
                           REWRITE PROFILE-RECORD
                           IF WS-PROFILE-STATUS = "00"
                               ADD 1 TO WS-PLC-PROFILES
                               IF WS-PLC-OWNER = SPACES
                                   MOVE PRF-STUDENT-NUMBER
                                       TO WS-PLC-OWNER
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           .

       PLC-ROSTER.
           OPEN I-O STUDENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PLC-EOF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF MST-LICENSE-PLATE = WS-PLC-OLD-PLATE
                           MOVE WS-PLC-NEW-PLATE TO MST-LICENSE-PLATE
                           REWRITE STUDENT-MASTER-RECORD
                           IF WS-MASTER-STATUS = "00"
                               ADD 1 TO WS-PLC-ROSTER
                               IF WS-PLC-OWNER = SPACES
                                   MOVE MST-STUDENT-NUMBER
                                       TO WS-PLC-OWNER
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE
           .

       PLC-EMPLOYEES.
           OPEN I-O EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PLC-EOF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF EMP-LICENSE-PLATE = WS-PLC-OLD-PLATE
                           MOVE WS-PLC-NEW-PLATE TO EMP-LICENSE-PLATE
                           REWRITE EMPLOYEE-RECORD
                           IF WS-EMPLOYEE-STATUS = "00"
                               ADD 1 TO WS-PLC-STAFF
                               IF WS-PLC-OWNER = SPACES
                                   MOVE EMP-NUMBER TO WS-PLC-OWNER
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           .

      * A TAG STILL IN FORCE FOLLOWS THE VEHICLE - OTHERWISE THE
      * SCANNER WOULD SUSPEND EVERY READ AS A TAG ISSUED FOR ANOTHER
      * PLATE. LOST, REPLACED AND RETURNED TAGS KEEP THE PLATE THEY
      * WERE ISSUED FOR
       PLC-TAGS.
           OPEN I-O TAG-FILE
           IF WS-TAGREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PLC-EOF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ TAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF TAG-IS-ACTIVE
                           AND TAG-PLATE = WS-PLC-OLD-PLATE
                           MOVE WS-PLC-NEW-PLATE TO TAG-PLATE
                           REWRITE TAG-RECORD
                           IF WS-TAGREG-STATUS = "00"
                               ADD 1 TO WS-PLC-TAGS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAG-FILE
           .

      * THE OR/CR STAYS THE SAME DOCUMENT WHEN THE PLATE IS ISSUED, SO
      * THE STUDENT'S DOCUMENTS ARE RE-KEYED TO THE NEW PLATE RATHER
      * THAN LEAVING THE GATE TO WARN THAT NOTHING IS ON FILE. WHERE
      * THE STUDENT ALREADY HAS DOCUMENTS UNDER THE NEW PLATE THOSE
      * STAND AND THE OLD ONES ARE LEFT ALONE
       PLC-VEHICLE-DOCS.
           OPEN I-O VEHICLE-DOC-FILE
           IF WS-VDOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PLC-KEY-CNT
           MOVE 'N' TO WS-PLC-EOF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ VEHICLE-DOC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF VDC-PLATE = WS-PLC-OLD-PLATE
                           AND WS-PLC-KEY-CNT < 100
                           ADD 1 TO WS-PLC-KEY-CNT
                           MOVE VDC-KEY TO WS-PLC-KEY(WS-PLC-KEY-CNT)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PLC-KX FROM 1 BY 1
                   UNTIL WS-PLC-KX > WS-PLC-KEY-CNT
               PERFORM PLC-REKEY-VEHICLE-DOC
           END-PERFORM
           CLOSE VEHICLE-DOC-FILE
           .

       PLC-REKEY-VEHICLE-DOC.
           MOVE WS-PLC-KEY(WS-PLC-KX) TO VDC-KEY
           READ VEHICLE-DOC-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-PLC-NEW-PLATE TO VDC-PLATE
           WRITE VEHICLE-DOC-RECORD
           IF WS-VDOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLC-OLD-PLATE TO VDC-PLATE
           DELETE VEHICLE-DOC-FILE RECORD
           ADD 1 TO WS-PLC-DOCS
           .

      * SECURITY WANTS THE VEHICLE, NOT THE PLATE - THE ENTRY MOVES TO
      * THE NEW PLATE WITH ITS REASON, REPORTER AND DATE UNCHANGED. IF
      * THE NEW PLATE IS ALREADY WATCHED, THAT ENTRY STANDS AND THE
      * OLD ONE IS KEPT AS WELL FOR SECURITY TO RECONCILE
       PLC-WATCHLIST.
           OPEN I-O WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLC-OLD-PLATE TO WTC-PLATE
           READ WATCHLIST-FILE
               INVALID KEY
                   CLOSE WATCHLIST-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE WTC-REASON TO WS-PLC-WTC-REASON
           MOVE WTC-REPORTED-BY TO WS-PLC-WTC-BY
           MOVE WTC-ADDED-ON TO WS-PLC-WTC-ON
           MOVE WS-PLC-NEW-PLATE TO WTC-PLATE
           MOVE WS-PLC-WTC-REASON TO WTC-REASON
           MOVE WS-PLC-WTC-BY TO WTC-REPORTED-BY
           MOVE WS-PLC-WTC-ON TO WTC-ADDED-ON
           WRITE WATCHLIST-RECORD
           IF WS-WATCHLIST-STATUS = "22"
               DISPLAY "Plate " WS-PLC-NEW-PLATE " is already on the "
                       "watchlist - entry for " WS-PLC-OLD-PLATE
                       " left in place."
               CLOSE WATCHLIST-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-WATCHLIST-STATUS NOT = "00"
               STRING "Watchlist Write Error: " WS-WATCHLIST-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PLC-WATCHLIST" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE WATCHLIST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLC-OLD-PLATE TO WTC-PLATE
           DELETE WATCHLIST-FILE RECORD
           ADD 1 TO WS-PLC-WATCH
           DISPLAY "*** Watchlist entry carried to plate "
                   WS-PLC-NEW-PLATE " - " WS-PLC-WTC-REASON
           CLOSE WATCHLIST-FILE
           .

      * A VEHICLE STILL HELD AT THE IMPOUND YARD IS RELEASED AGAINST
      * THE PLATE IT NOW CARRIES. RELEASED TOWS ARE HISTORY AND KEEP
      * THE PLATE THEY WERE TOWED UNDER
       PLC-IMPOUND-HOLDS.
           OPEN I-O IMPOUND-FILE
           IF WS-IMPOUND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PLC-EOF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ IMPOUND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF IMP-STATUS = "HELD"
                           AND IMP-LICENSE-PLATE = WS-PLC-OLD-PLATE
                           MOVE WS-PLC-NEW-PLATE TO IMP-LICENSE-PLATE
                           REWRITE IMPOUND-RECORD
                           IF WS-IMPOUND-STATUS = "00"
                               ADD 1 TO WS-PLC-HOLDS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPOUND-FILE
           .

      * THE EVENT REGISTER IS KEYED DATE + PLATE, SO A GUEST STILL
      * EXPECTED ON OR AFTER THE EFFECTIVE DATE IS RE-REGISTERED UNDER
      * THE NEW PLATE - THE GATE MATCHES ARRIVALS ON WHAT IS ON THE
      * VEHICLE. ARRIVED AND BILLED GUESTS ARE LEFT AS INVOICED
       PLC-EVENT-GUESTS.
           OPEN I-O EVENT-GUEST-FILE
           IF WS-EVENT-GUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PLC-KEY-CNT
           MOVE 'N' TO WS-PLC-EOF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ EVENT-GUEST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF EVG-PLATE = WS-PLC-OLD-PLATE
                           AND EVG-STATUS = "EXPECTED"
                           AND EVG-EVENT-DATE NOT < WS-PLC-EFFECTIVE
                           AND WS-PLC-KEY-CNT < 100
                           ADD 1 TO WS-PLC-KEY-CNT
                           MOVE EVG-KEY TO WS-PLC-KEY(WS-PLC-KEY-CNT)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PLC-KX FROM 1 BY 1
                   UNTIL WS-PLC-KX > WS-PLC-KEY-CNT
               PERFORM PLC-REKEY-EVENT-GUEST
           END-PERFORM
           CLOSE EVENT-GUEST-FILE
           .

       PLC-REKEY-EVENT-GUEST.
           MOVE WS-PLC-KEY(WS-PLC-KX) TO EVG-KEY
           READ EVENT-GUEST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-PLC-NEW-PLATE TO EVG-PLATE
           WRITE EVENT-GUEST-RECORD
           IF WS-EVENT-GUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLC-OLD-PLATE TO EVG-PLATE
           DELETE EVENT-GUEST-FILE RECORD
           ADD 1 TO WS-PLC-GUESTS
           .

      * THE OVERNIGHT REGISTER IS KEYED STUDENT + PLATE + WINDOW, AND
      * THE OVERSTAY CHECK LOOKS IT UP BY THE PLATE ON THE VISIT - A
      * WINDOW STILL IN FORCE OR YET TO START IS RE-KEYED TO THE NEW
      * PLATE, ONE AUDIT LINE EACH, SO THE VEHICLE IS NOT CITED
      * TONIGHT. REVOKED AND RUN-OUT WINDOWS KEEP THE OLD PLATE
       PLC-OVERNIGHT.
           OPEN I-O OVERNIGHT-FILE
           IF WS-OVN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PLC-KEY-CNT
           MOVE 'N' TO WS-PLC-EOF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ OVERNIGHT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF OVN-PLATE = WS-PLC-OLD-PLATE
                           AND OVN-IS-ACTIVE
                           AND OVN-TO-DATE NOT < WS-PLC-EFFECTIVE
                           AND WS-PLC-KEY-CNT < 100
                           ADD 1 TO WS-PLC-KEY-CNT
                           MOVE OVN-KEY TO WS-PLC-KEY(WS-PLC-KEY-CNT)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PLC-KX FROM 1 BY 1
                   UNTIL WS-PLC-KX > WS-PLC-KEY-CNT
               PERFORM PLC-REKEY-OVERNIGHT
           END-PERFORM
           CLOSE OVERNIGHT-FILE
           .

       PLC-REKEY-OVERNIGHT.
           MOVE WS-PLC-KEY(WS-PLC-KX) TO OVN-KEY
           READ OVERNIGHT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-PLC-NEW-PLATE TO OVN-PLATE
           WRITE OVERNIGHT-RECORD
           IF WS-OVN-STATUS = "22"
               DISPLAY "Overnight window from " OVN-FROM-DATE
                       " is already on file under " WS-PLC-NEW-PLATE
                       " - entry for " WS-PLC-OLD-PLATE " left."
               EXIT PARAGRAPH
           END-IF
           IF WS-OVN-STATUS NOT = "00"
               STRING "Overnight Write Error: " WS-OVN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PLC-REKEY-OVERNIGHT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLC-OLD-PLATE TO OVN-PLATE
           DELETE OVERNIGHT-FILE RECORD
           IF WS-OVN-STATUS NOT = "00"
               STRING "Overnight Delete Error: " WS-OVN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PLC-REKEY-OVERNIGHT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLC-OVERNIGHT

           MOVE OVN-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "OVN-PLATE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING WS-PLC-OLD-PLATE "/" OVN-FROM-DATE "-" OVN-TO-DATE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-PLC-NEW-PLATE "/" OVN-FROM-DATE "-" OVN-TO-DATE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * AN APPLICATION STILL IN THE ALLOCATION - APPLIED, DRAWN,
      * OFFERED OR ACCEPTED - TAKES THE NEW PLATE, SINCE THE PERMIT IT
      * LEADS TO IS FOR THE VEHICLE. LAPSED AND WITHDRAWN ONES ARE THE
      * RECORD OF A SELECTION ALREADY MADE AND ARE LEFT AS THEY WERE
       PLC-PERMIT-APPLICATIONS.
           OPEN I-O PERMIT-APPLY-FILE
           IF WS-PAPP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PLC-EOF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ PERMIT-APPLY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF PAP-PLATE = WS-PLC-OLD-PLATE
                           AND NOT PAP-IS-LAPSED
                           AND NOT PAP-IS-WITHDRAWN
                           MOVE WS-PLC-NEW-PLATE TO PAP-PLATE
                           REWRITE PERMIT-APPLY-RECORD
                           IF WS-PAPP-STATUS = "00"
                               ADD 1 TO WS-PLC-APPS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERMIT-APPLY-FILE
           .

      * A VISIT STILL OPEN IN AN UNSEALED PRIOR MONTH'S FILE IS THE
      * VEHICLE ON THE LOT NOW, WAITING FOR THE MONTH-END CLOSE TO
      * CARRY IT FORWARD, SO IT MOVES WITH THE PLATE THE SAME AS THE
      * CURRENT PERIOD'S - OTHERWISE ITS EXIT BY PLATE NEVER FINDS IT.
      * THE CLOSED VISITS AROUND IT ARE HISTORY AND ARE NOT TOUCHED.
      * WHERE THAT MONTH ALREADY HOLDS A RECORD FOR THE STUDENT UNDER
      * THE NEW PLATE THE OLD ONE IS LEFT AND THE CLERK IS TOLD
       PLC-PRIOR-OPEN-VISITS.
           MOVE WS-PLC-VISITS TO WS-PLC-PRIOR
           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           CLOSE PARKING-FILE
           MOVE 0 TO WS-PRIOR-PERIOD-TRIES
           PERFORM UNTIL WS-PRIOR-PERIOD-TRIES = WS-PRIOR-MONTH-LIMIT
               ADD 1 TO WS-PRIOR-PERIOD-TRIES
               PERFORM DECREMENT-PARKING-PERIOD
               PERFORM BUILD-PARKING-FILENAME
               PERFORM OPEN-UNSEALED-PRIOR-IO
               IF WS-FILE-STATUS = "00"
                   PERFORM PLC-COLLECT-PRIOR-OPEN
                   PERFORM VARYING WS-PLC-KX FROM 1 BY 1
                           UNTIL WS-PLC-KX > WS-PLC-KEY-CNT
                       PERFORM PLC-REKEY-VISIT
                   END-PERFORM
                   CLOSE PARKING-FILE
               END-IF
           END-PERFORM
           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PLC-PRIOR-OPEN-VISITS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           COMPUTE WS-PLC-PRIOR = WS-PLC-VISITS - WS-PLC-PRIOR
           .

       PLC-COLLECT-PRIOR-OPEN.
           MOVE 0 TO WS-PLC-KEY-CNT
           MOVE WS-PLC-OLD-PLATE TO LICENSE-PLATE
           MOVE 'N' TO WS-PLC-EOF
           START PARKING-FILE KEY IS = LICENSE-PLATE
               INVALID KEY
                   MOVE 'Y' TO WS-PLC-EOF
           END-START
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF LICENSE-PLATE NOT = WS-PLC-OLD-PLATE
                           MOVE 'Y' TO WS-PLC-EOF
                       ELSE
                           IF TIME-OF-EXIT = SPACES
                               AND WS-PLC-KEY-CNT < 100
                               ADD 1 TO WS-PLC-KEY-CNT
                               MOVE PARK-KEY
                                   TO WS-PLC-KEY(WS-PLC-KEY-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-PLC-KEY-CNT TO WS-PLC-KX
           PERFORM UNTIL WS-PLC-KX = 0
               MOVE WS-PLC-KEY(WS-PLC-KX) TO PARK-KEY
               MOVE WS-PLC-NEW-PLATE TO PARK-PLATE-KEY
               READ PARKING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Open visit for " STUDENT-NUMBER
                               " in " WS-PARKING-FILENAME
                               " left under " WS-PLC-OLD-PLATE
                               " - a record under "
                               WS-PLC-NEW-PLATE " is already there."
                       MOVE WS-PLC-KEY(WS-PLC-KEY-CNT)
                           TO WS-PLC-KEY(WS-PLC-KX)
                       SUBTRACT 1 FROM WS-PLC-KEY-CNT
               END-READ
               SUBTRACT 1 FROM WS-PLC-KX
           END-PERFORM
           .

      * THE ALIAS RECORD - OLD PLATE, NEW PLATE, WHEN IT TOOK EFFECT,
      * WHOSE VEHICLE, AND WHO MADE THE CHANGE
       PLC-WRITE-ALIAS.
           OPEN I-O PLATE-ALIAS-FILE
           IF WS-PAL-STATUS = "35"
               OPEN OUTPUT PLATE-ALIAS-FILE
               CLOSE PLATE-ALIAS-FILE
               OPEN I-O PLATE-ALIAS-FILE
           END-IF
           IF WS-PAL-STATUS NOT = "00"
               STRING "Plate Alias Open Error: " WS-PAL-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PLC-WRITE-ALIAS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLC-OLD-PLATE TO PAL-OLD-PLATE
           MOVE WS-PLC-NEW-PLATE TO PAL-NEW-PLATE
           MOVE WS-PLC-EFFECTIVE TO PAL-EFFECTIVE-ON
           MOVE WS-PLC-OWNER TO PAL-OWNER
           MOVE WS-TODAY-DATE TO PAL-CHANGED-ON
           MOVE WS-OPERATOR-ID TO PAL-CHANGED-BY
           MOVE WS-PLC-TOTAL TO PAL-RECORDS-MOVED
           WRITE PLATE-ALIAS-RECORD
           IF WS-PAL-STATUS NOT = "00"
               STRING "Plate Alias Write Error: " WS-PAL-STATUS
                   INTO WS-FILE-ERROR
               MOVE "PLC-WRITE-ALIAS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE PLATE-ALIAS-FILE
           .

      * EVERY PLATE THE VEHICLE CARRYING WS-PLATE HAS BEEN KNOWN BY,
      * INTO WS-PLC-SET-PLATE - WS-PLATE ITSELF FIRST, THEN THE ALIAS
      * CHAIN FOLLOWED FORWARD (WHAT IT WAS CHANGED TO) AND BACK (WHAT
      * IT REPLACED) UNTIL NOTHING NEW TURNS UP
       PLC-BUILD-PLATE-SET.
           MOVE 1 TO WS-PLC-SET-CNT
           MOVE WS-PLATE TO WS-PLC-SET-PLATE(1)
           OPEN INPUT PLATE-ALIAS-FILE
           IF WS-PAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PLC-SX FROM 1 BY 1
                   UNTIL WS-PLC-SX > WS-PLC-SET-CNT
               PERFORM PLC-FOLLOW-ALIASES
           END-PERFORM
           CLOSE PLATE-ALIAS-FILE
           .

       PLC-FOLLOW-ALIASES.
           MOVE WS-PLC-SET-PLATE(WS-PLC-SX) TO PAL-OLD-PLATE
           READ PLATE-ALIAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PAL-NEW-PLATE TO WS-PLC-ADD-PLATE
                   PERFORM PLC-ADD-TO-SET
           END-READ
           MOVE WS-PLC-SET-PLATE(WS-PLC-SX) TO PAL-NEW-PLATE
           MOVE 'N' TO WS-PLC-EOF
           START PLATE-ALIAS-FILE KEY IS = PAL-NEW-PLATE
               INVALID KEY
                   MOVE 'Y' TO WS-PLC-EOF
           END-START
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ PLATE-ALIAS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF PAL-NEW-PLATE
                              NOT = WS-PLC-SET-PLATE(WS-PLC-SX)
                           MOVE 'Y' TO WS-PLC-EOF
                       ELSE
                           MOVE PAL-OLD-PLATE TO WS-PLC-ADD-PLATE
                           PERFORM PLC-ADD-TO-SET
                       END-IF
               END-READ
           END-PERFORM
           .

       PLC-ADD-TO-SET.
           PERFORM PLC-CHECK-IN-SET
           IF WS-PLC-IN-SET = 'N' AND WS-PLC-SET-CNT < 20
               ADD 1 TO WS-PLC-SET-CNT
               MOVE WS-PLC-ADD-PLATE TO WS-PLC-SET-PLATE(WS-PLC-SET-CNT)
           END-IF
           .

      * IS WS-PLC-ADD-PLATE ALREADY ONE OF THE VEHICLE'S PLATES?
       PLC-CHECK-IN-SET.
           MOVE 'N' TO WS-PLC-IN-SET
           PERFORM VARYING WS-PLC-SY FROM 1 BY 1
                   UNTIL WS-PLC-SY > WS-PLC-SET-CNT
                      OR WS-PLC-IN-SET = 'Y'
               IF WS-PLC-SET-PLATE(WS-PLC-SY) = WS-PLC-ADD-PLATE
                   MOVE 'Y' TO WS-PLC-IN-SET
               END-IF
           END-PERFORM
           .

      * A PLATE SEARCH THAT MISSES IS TRIED AGAIN UNDER THE VEHICLE'S
      * OTHER PLATES, SO THE CLERK WHO READS THE OLD CONDUCTION STICKER
      * OFF A DOCUMENT STILL LANDS ON THE RE-KEYED VISIT
       PLC-FIND-BY-ALIAS.
           PERFORM PLC-BUILD-PLATE-SET
           PERFORM VARYING WS-PLC-SX FROM 2 BY 1
                   UNTIL WS-PLC-SX > WS-PLC-SET-CNT
                      OR RECORD-FOUND = 'Y'
               MOVE WS-PLC-SET-PLATE(WS-PLC-SX) TO LICENSE-PLATE
               READ PARKING-FILE KEY IS LICENSE-PLATE
                   INVALID KEY
                       MOVE 'N' TO RECORD-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO RECORD-FOUND
                       DISPLAY "Plate " WS-PLATE " was changed - "
                               "found under plate " LICENSE-PLATE "."
                       MOVE LICENSE-PLATE TO WS-PLATE
               END-READ
           END-PERFORM
           .

      * MENU OPTION - EVERY VISIT A VEHICLE HAS MADE, ASKED BY PLATE
      * RATHER THAN BY STUDENT. THE PLATE'S CHANGE CHAIN IS FOLLOWED
      * BOTH WAYS, SO ASKING FOR THE NEW PLATE ALSO LISTS THE VISITS
      * ARCHIVED UNDER THE CONDUCTION STICKER IT REPLACED, AND THE
      * OTHER WAY ROUND. THE ARCHIVE HAS NO PLATE KEY, SO IT IS READ
      * END TO END; THE LIVE FILE IS READ ON ITS PLATE KEY
       PLATE-VISIT-HISTORY.
           DISPLAY "Enter License Plate: " WITH NO ADVANCING
           ACCEPT WS-PLATE
           MOVE FUNCTION UPPER-CASE(WS-PLATE) TO WS-PLATE
           IF WS-PLATE = SPACES
               DISPLAY "Invalid License Plate!"
               EXIT PARAGRAPH
           END-IF
           PERFORM PLC-BUILD-PLATE-SET
           IF WS-PLC-SET-CNT > 1
               DISPLAY "Plate changes on file - also listing:"
                       WITH NO ADVANCING
               PERFORM VARYING WS-PLC-SX FROM 2 BY 1
                       UNTIL WS-PLC-SX > WS-PLC-SET-CNT
                   DISPLAY " " WS-PLC-SET-PLATE(WS-PLC-SX)
                           WITH NO ADVANCING
               END-PERFORM
               DISPLAY " "
           END-IF

           MOVE 0 TO WS-HIST-SHOWN
           DISPLAY "--- Visit History by Plate ---"
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'N' TO WS-PLC-EOF
               PERFORM UNTIL WS-PLC-EOF = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PLC-EOF
                       NOT AT END
                           MOVE HIST-LICENSE-PLATE TO WS-PLC-ADD-PLATE
                           PERFORM PLC-CHECK-IN-SET
                           IF WS-PLC-IN-SET = 'Y'
                               DISPLAY HIST-LICENSE-PLATE " | "
                                       HIST-STUDENT-NUMBER " | "
                                       WITH NO ADVANCING
                               PERFORM SHOW-ONE-HISTORY-VISIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           PERFORM VARYING WS-PLC-SX FROM 1 BY 1
                   UNTIL WS-PLC-SX > WS-PLC-SET-CNT
               PERFORM PLC-LIVE-VISITS-FOR-PLATE
           END-PERFORM

           IF WS-HIST-SHOWN = 0
               DISPLAY "No visits on file for this plate."
           ELSE
               DISPLAY WS-HIST-SHOWN " visit(s) listed."
           END-IF
           .

      * THE NOT-YET-ARCHIVED RECORDS IN THE LIVE FILE UNDER ONE OF
      * THE VEHICLE'S PLATES
       PLC-LIVE-VISITS-FOR-PLATE.
           MOVE WS-PLC-SET-PLATE(WS-PLC-SX) TO LICENSE-PLATE
           MOVE 'N' TO WS-PLC-EOF
           START PARKING-FILE KEY IS = LICENSE-PLATE
               INVALID KEY
                   MOVE 'Y' TO WS-PLC-EOF
           END-START
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ PARKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF LICENSE-PLATE
                              NOT = WS-PLC-SET-PLATE(WS-PLC-SX)
                           MOVE 'Y' TO WS-PLC-EOF
                       ELSE
                           DISPLAY LICENSE-PLATE " | "
                                   STUDENT-NUMBER " | "
                                   WITH NO ADVANCING
                           IF TIME-OF-EXIT NOT = SPACES
                               PERFORM SHOW-LIVE-CLOSED-VISIT
                           ELSE
                               DISPLAY TIME-OF-ENTRY(1:16) " | "
                                       LOT-ID " | (STILL PARKED)"
                               ADD 1 TO WS-HIST-SHOWN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * MENU OPTION (SUPERVISOR) - THE OVERNIGHT AUTHORIZATION
      * REGISTER. A STUDENT AFFAIRS OR DEPARTMENT APPROVAL IS ENTERED
      * FOR ONE STUDENT AND PLATE, WITH THE DATES IT RUNS, THE OFFICE
      * THAT APPROVED IT AND THE LOT THE VEHICLE IS TO STAY ON. INSIDE
      * THE WINDOW THE OVERSTAY CHECK AND THE NIGHTLY AUTO-CITE PASS
      * THE VEHICLE BY, SO NOBODY SPENDS THE MORNING REVERSING THE
      * CITATIONS THROUGH APPEALS. A-ADD, R-REVOKE, L-LIST CURRENT
       OVERNIGHT-AUTHORIZATIONS.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A-Add  R-Revoke  L-List current: "
                   WITH NO ADVANCING
           ACCEPT WS-OVN-ACTION-IN
           MOVE FUNCTION UPPER-CASE(WS-OVN-ACTION-IN)
               TO WS-OVN-ACTION-IN
           PERFORM OVN-SET-TODAY
           EVALUATE WS-OVN-ACTION-IN
               WHEN "A"
                   PERFORM OVN-ADD-AUTHORIZATION
               WHEN "R"
                   PERFORM OVN-REVOKE-AUTHORIZATION
               WHEN "L"
                   PERFORM OVN-LIST-AUTHORIZATIONS
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           .

      * TODAY AS YYYY-MM-DD INTO WS-OVN-TODAY, WITHOUT DISTURBING
      * WS-CURRENT-DATE FOR WHOEVER CALLED
       OVN-SET-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OVN-YMD
           MOVE SPACES TO WS-OVN-TODAY
           STRING WS-OVN-YMD(1:4) "-" WS-OVN-YMD(5:2) "-"
                  WS-OVN-YMD(7:2)
                  DELIMITED BY SIZE
                  INTO WS-OVN-TODAY
           END-STRING
           .

      * THE ASSIGNED LOT IS CHECKED AGAINST THE SLOT INVENTORY THE WAY
      * A RESERVATION'S IS, SO A MISTYPED LOT CANNOT LEAVE THE VEHICLE
      * UNCOVERED AT THE OVERSTAY SWEEP. A SITE THAT HAS NEVER DEFINED
      * SLOT INVENTORY HAS NOTHING TO CHECK AGAINST AND ANY LOT STANDS
       OVN-CHECK-LOT.
           MOVE 'N' TO WS-SLOT-INV-FOUND
           OPEN INPUT SLOT-FILE
           IF WS-SLOT-STATUS = "35"
               MOVE 'Y' TO WS-SLOT-INV-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-STATUS NOT = "00"
               STRING "Slot Open Error: " WS-SLOT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "OVN-CHECK-LOT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OVN-LOT TO SLT-LOT-ID
           MOVE 0 TO SLT-SLOT-NUMBER
           START SLOT-FILE KEY IS >= SLT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SLOT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SLT-LOT-ID = WS-OVN-LOT
                               MOVE 'Y' TO WS-SLOT-INV-FOUND
                           END-IF
                   END-READ
           END-START
           CLOSE SLOT-FILE
           .

      * THE STUDENT, PLATE AND WINDOW ARE THE KEY; THE PLATE DEFAULTS
      * TO THE ONE ON THE ROSTER. A WINDOW MAY START IN THE PAST (THE
      * APPROVAL OFTEN REACHES THE OFFICE AFTER THE FIRST NIGHT) BUT
      * MAY NOT END BEFORE IT STARTS
       OVN-ADD-AUTHORIZATION.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-MASTER
           DISPLAY "License Plate (blank = roster plate "
                   WS-MASTER-PLATE "): " WITH NO ADVANCING
           MOVE SPACES TO WS-PLATE
           ACCEPT WS-PLATE
           MOVE FUNCTION UPPER-CASE(WS-PLATE) TO WS-PLATE
           IF WS-PLATE = SPACES
               MOVE WS-MASTER-PLATE TO WS-PLATE
           END-IF
           PERFORM CHECK-LICENSE-PLATE
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid License Plate!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Authorized From (YYYY-MM-DD): " WITH NO ADVANCING
           MOVE SPACES TO WS-OVN-FROM-IN
           ACCEPT WS-OVN-FROM-IN
           MOVE WS-OVN-FROM-IN TO WS-VDC-DATE-IN
           PERFORM VDC-CHECK-DATE-IN
           IF WS-VDC-OK = 'N'
               DISPLAY "Date must be YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Authorized To (YYYY-MM-DD): " WITH NO ADVANCING
           MOVE SPACES TO WS-OVN-TO-IN
           ACCEPT WS-OVN-TO-IN
           MOVE WS-OVN-TO-IN TO WS-VDC-DATE-IN
           PERFORM VDC-CHECK-DATE-IN
           IF WS-VDC-OK = 'N'
               DISPLAY "Date must be YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           IF WS-OVN-TO-IN < WS-OVN-FROM-IN
               DISPLAY "The window ends before it starts."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approving Office: " WITH NO ADVANCING
           MOVE SPACES TO WS-OVN-OFFICE-IN
           ACCEPT WS-OVN-OFFICE-IN
           MOVE FUNCTION UPPER-CASE(WS-OVN-OFFICE-IN)
               TO WS-OVN-OFFICE-IN
           IF WS-OVN-OFFICE-IN = SPACES
               DISPLAY "The approving office is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Assigned Lot: " WITH NO ADVANCING
           MOVE SPACES TO WS-OVN-LOT
           ACCEPT WS-OVN-LOT
           MOVE FUNCTION UPPER-CASE(WS-OVN-LOT) TO WS-OVN-LOT
           IF WS-OVN-LOT = SPACES
               DISPLAY "Invalid Lot ID!"
               EXIT PARAGRAPH
           END-IF
           PERFORM OVN-CHECK-LOT
           IF WS-SLOT-INV-FOUND = 'N'
               DISPLAY "Invalid Lot ID! No slot inventory defined "
                       "for lot " FUNCTION TRIM(WS-OVN-LOT) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason / Reference: " WITH NO ADVANCING
           MOVE SPACES TO WS-OVN-REASON-IN
           ACCEPT WS-OVN-REASON-IN

           OPEN I-O OVERNIGHT-FILE
           IF WS-OVN-STATUS = "35"
               OPEN OUTPUT OVERNIGHT-FILE
               CLOSE OVERNIGHT-FILE
               OPEN I-O OVERNIGHT-FILE
           END-IF
           IF WS-OVN-STATUS NOT = "00"
               STRING "Overnight Open Error: " WS-OVN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "OVN-ADD-AUTHORIZATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO OVN-STUDENT-NUMBER
           MOVE WS-PLATE TO OVN-PLATE
           MOVE WS-OVN-FROM-IN TO OVN-FROM-DATE
           MOVE WS-OVN-TO-IN TO OVN-TO-DATE
           MOVE WS-OVN-OFFICE-IN TO OVN-OFFICE
           MOVE WS-OVN-LOT TO OVN-LOT-ID
           MOVE WS-OVN-REASON-IN TO OVN-REASON
           MOVE "ACTIVE" TO OVN-STATUS
           MOVE WS-OVN-TODAY TO OVN-ENTERED-ON
           MOVE WS-OPERATOR-ID TO OVN-ENTERED-BY
           MOVE SPACES TO OVN-REVOKED-ON
           MOVE SPACES TO OVN-REVOKED-BY
           WRITE OVERNIGHT-RECORD
           IF WS-OVN-STATUS = "22"
               DISPLAY "An authorization for this student and plate "
                       "from " WS-OVN-FROM-IN " is already on file."
               CLOSE OVERNIGHT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-OVN-STATUS NOT = "00"
               STRING "Overnight Write Error: " WS-OVN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "OVN-ADD-AUTHORIZATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE OVERNIGHT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE OVERNIGHT-FILE
           DISPLAY "Overnight parking authorized for " WS-PLATE
                   " on lot " WS-OVN-LOT " from " WS-OVN-FROM-IN
                   " to " WS-OVN-TO-IN "."

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "OVN-ADD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-PLATE "/" WS-OVN-LOT(1:6) "/"
                  WS-OVN-FROM-IN "-" WS-OVN-TO-IN "/"
                  WS-OVN-OFFICE-IN
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * A REVOKED WINDOW STOPS COVERING THE VEHICLE FROM THAT MOMENT;
      * THE RECORD STAYS ON THE REGISTER, STAMPED WITH WHO AND WHEN
       OVN-REVOKE-AUTHORIZATION.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "License Plate: " WITH NO ADVANCING
           ACCEPT WS-PLATE
           MOVE FUNCTION UPPER-CASE(WS-PLATE) TO WS-PLATE
           DISPLAY "Authorized From (YYYY-MM-DD): " WITH NO ADVANCING
           MOVE SPACES TO WS-OVN-FROM-IN
           ACCEPT WS-OVN-FROM-IN
           OPEN I-O OVERNIGHT-FILE
           IF WS-OVN-STATUS NOT = "00"
               DISPLAY "No overnight authorizations on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO OVN-STUDENT-NUMBER
           MOVE WS-PLATE TO OVN-PLATE
           MOVE WS-OVN-FROM-IN TO OVN-FROM-DATE
           READ OVERNIGHT-FILE
               INVALID KEY
                   DISPLAY "No such authorization on file."
                   CLOSE OVERNIGHT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF OVN-IS-REVOKED
               DISPLAY "Already revoked on " OVN-REVOKED-ON "."
               CLOSE OVERNIGHT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "REVOKED" TO OVN-STATUS
           MOVE WS-OVN-TODAY TO OVN-REVOKED-ON
           MOVE WS-OPERATOR-ID TO OVN-REVOKED-BY
           REWRITE OVERNIGHT-RECORD
           IF WS-OVN-STATUS NOT = "00"
               STRING "Overnight Rewrite Error: " WS-OVN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "OVN-REVOKE-AUTHORIZATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE OVERNIGHT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE OVERNIGHT-FILE
           DISPLAY "Overnight authorization revoked."

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "OVN-REVOKE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING WS-PLATE "/" WS-OVN-FROM-IN "-" OVN-TO-DATE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "REVOKED" TO WS-AUDIT-AFTER
           PERFORM APPEND-AUDIT-RECORD
           .

      * EVERY ACTIVE WINDOW THAT HAS NOT YET RUN OUT
       OVN-LIST-AUTHORIZATIONS.
           OPEN INPUT OVERNIGHT-FILE
           IF WS-OVN-STATUS NOT = "00"
               DISPLAY "No overnight authorizations on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OVN-SHOWN
           DISPLAY "--- Overnight Authorizations (Current) ---"
           MOVE 'N' TO WS-OVN-EOF
           PERFORM UNTIL WS-OVN-EOF = 'Y'
               READ OVERNIGHT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OVN-EOF
                   NOT AT END
                       IF OVN-IS-ACTIVE
                           AND OVN-TO-DATE NOT < WS-OVN-TODAY
                           DISPLAY OVN-STUDENT-NUMBER " | "
                                   OVN-PLATE " | " OVN-LOT-ID " | "
                                   OVN-FROM-DATE " - " OVN-TO-DATE
                                   " | " OVN-OFFICE
                           ADD 1 TO WS-OVN-SHOWN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERNIGHT-FILE
           DISPLAY WS-OVN-SHOWN " authorization(s) listed."
           .

      * IS WS-OVN-STUDENT'S WS-OVN-PLATE, PARKED ON WS-OVN-LOT,
      * COVERED BY AN ACTIVE WINDOW THAT OVERLAPS WS-OVN-SPAN-FROM
      * THROUGH WS-OVN-SPAN-TO? A WINDOW FOR ANOTHER LOT DOES NOT
      * COUNT - THE APPROVAL NAMES WHERE THE VEHICLE IS TO STAY. WHEN
      * SEVERAL MATCH, THE ONE RUNNING LATEST IS RETURNED IN
      * WS-OVN-FOUND-TO / WS-OVN-FOUND-OFFICE
       OVN-FIND-AUTHORIZATION.
           MOVE 'N' TO WS-OVN-AUTHORIZED
           MOVE SPACES TO WS-OVN-FOUND-TO
           MOVE SPACES TO WS-OVN-FOUND-OFFICE
           OPEN INPUT OVERNIGHT-FILE
           IF WS-OVN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OVN-STUDENT TO OVN-STUDENT-NUMBER
           MOVE WS-OVN-PLATE TO OVN-PLATE
           MOVE LOW-VALUES TO OVN-FROM-DATE
           MOVE 'N' TO WS-OVN-EOF
           START OVERNIGHT-FILE KEY IS >= OVN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OVN-EOF
           END-START
           PERFORM UNTIL WS-OVN-EOF = 'Y'
               READ OVERNIGHT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OVN-EOF
                   NOT AT END
                       IF OVN-STUDENT-NUMBER NOT = WS-OVN-STUDENT
                           OR OVN-PLATE NOT = WS-OVN-PLATE
                           OR OVN-FROM-DATE > WS-OVN-SPAN-TO
                           MOVE 'Y' TO WS-OVN-EOF
                       ELSE
                           IF OVN-IS-ACTIVE
                               AND OVN-TO-DATE NOT < WS-OVN-SPAN-FROM
                               AND OVN-LOT-ID = WS-OVN-LOT
                               AND OVN-TO-DATE > WS-OVN-FOUND-TO
                               MOVE 'Y' TO WS-OVN-AUTHORIZED
                               MOVE OVN-TO-DATE TO WS-OVN-FOUND-TO
                               MOVE OVN-OFFICE TO WS-OVN-FOUND-OFFICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERNIGHT-FILE
           .

      * CALLED BY CHECK-OVERSTAY FOR AN OPEN VISIT ALREADY PAST 24
      * HOURS (RECORD IN THE FD, NOW IN WS-ELAPSED-MINUTES-2). A
      * WINDOW STILL RUNNING TODAY MEANS NO OVERSTAY AT ALL. A WINDOW
      * THAT HAS RUN OUT RESTARTS THE 24-HOUR CLOCK AT MIDNIGHT AFTER
      * ITS LAST DAY, SO THE VEHICLE IS CITED ONLY FOR STAYING ON
      * PAST THE APPROVAL - NOT FOR THE NIGHTS THAT WERE APPROVED
       OVN-CHECK-OPEN-VISIT.
           PERFORM OVN-SET-TODAY
           MOVE STUDENT-NUMBER TO WS-OVN-STUDENT
           MOVE LICENSE-PLATE TO WS-OVN-PLATE
           MOVE LOT-ID TO WS-OVN-LOT
           MOVE TIME-OF-ENTRY(1:10) TO WS-OVN-SPAN-FROM
           MOVE WS-OVN-TODAY TO WS-OVN-SPAN-TO
           PERFORM OVN-FIND-AUTHORIZATION
           IF WS-OVN-AUTHORIZED = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-OVN-FOUND-TO NOT < WS-OVN-TODAY
               MOVE 'Y' TO WS-OVN-COVERED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVN-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-OVN-FOUND-TO(1:4)) * 10000
               + FUNCTION NUMVAL(WS-OVN-FOUND-TO(6:2)) * 100
               + FUNCTION NUMVAL(WS-OVN-FOUND-TO(9:2))) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-OVN-INT) TO WS-OVN-YMD
           MOVE SPACES TO WS-ELAPSED-TIMESTAMP
           STRING WS-OVN-YMD(1:4) "-" WS-OVN-YMD(5:2) "-"
                  WS-OVN-YMD(7:2) " 00:00"
                  DELIMITED BY SIZE
                  INTO WS-ELAPSED-TIMESTAMP
           END-STRING
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-OVN-RESTART-MIN
           IF WS-ELAPSED-MINUTES-2 - WS-OVN-RESTART-MIN
                   < WS-ELAPSED-DIFF
               COMPUTE WS-ELAPSED-DIFF =
                   WS-ELAPSED-MINUTES-2 - WS-OVN-RESTART-MIN
           END-IF
           .

      * CALLED BY COMPUTE-VISIT-FEE FOR A VISIT THAT RAN PAST
      * MIDNIGHT: AN AUTHORIZED OVERNIGHT STAY IS CAPPED AT THE
      * OVERNIGHT RATE FOR EACH 24 HOURS INSTEAD OF THE DAILY CAP. A
      * ZERO OVERNIGHT RATE IN CONFIG LEAVES THE DAILY CAP IN FORCE.
      * BOTH ARE THE AS-OF TERMS COMPUTE-VISIT-FEE HAS ALREADY LOADED
       OVN-SET-VISIT-CAP.
           MOVE WS-ASOF-DAILY-FEE-CAP TO WS-OVN-CAP
           IF WS-ASOF-OVERNIGHT-RATE = 0
               EXIT PARAGRAPH
           END-IF
      * THE VISIT'S LAST DAY IS WHEREVER THE ELAPSED MINUTES CARRY THE
      * ENTRY TIME TO - THE EXIT STAMP IS NOT ALWAYS ON THE RECORD YET
           COMPUTE WS-OVN-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TIME-OF-ENTRY(1:4)) * 10000
               + FUNCTION NUMVAL(TIME-OF-ENTRY(6:2)) * 100
               + FUNCTION NUMVAL(TIME-OF-ENTRY(9:2)))
               + (FUNCTION NUMVAL(TIME-OF-ENTRY(12:2)) * 60
               + FUNCTION NUMVAL(TIME-OF-ENTRY(15:2))
               + WS-ELAPSED-DIFF) / 1440
           MOVE FUNCTION DATE-OF-INTEGER(WS-OVN-INT) TO WS-OVN-YMD
           MOVE SPACES TO WS-OVN-SPAN-TO
           STRING WS-OVN-YMD(1:4) "-" WS-OVN-YMD(5:2) "-"
                  WS-OVN-YMD(7:2)
                  DELIMITED BY SIZE
                  INTO WS-OVN-SPAN-TO
           END-STRING
           MOVE TIME-OF-ENTRY(1:10) TO WS-OVN-SPAN-FROM
           IF WS-OVN-SPAN-FROM = WS-OVN-SPAN-TO
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-NUMBER TO WS-OVN-STUDENT
           MOVE LICENSE-PLATE TO WS-OVN-PLATE
           MOVE LOT-ID TO WS-OVN-LOT
           PERFORM OVN-FIND-AUTHORIZATION
           IF WS-OVN-AUTHORIZED = 'Y'
               MOVE WS-ASOF-OVERNIGHT-RATE TO WS-OVN-CAP
           END-IF
           .

      * THE AUTHORIZED VEHICLES ON THE LOT TONIGHT: EVERY ACTIVE
      * WINDOW COVERING TODAY WHOSE STUDENT HAS AN OPEN VISIT ON THAT
      * PLATE AND LOT, INTO WS-OVN-LIST FOR THE SHIFT HANDOVER
       OVN-COLLECT-ON-LOT.
           MOVE 0 TO WS-OVN-LIST-CNT
           PERFORM OVN-SET-TODAY
           OPEN INPUT OVERNIGHT-FILE
           IF WS-OVN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OVN-EOF
           PERFORM UNTIL WS-OVN-EOF = 'Y'
               READ OVERNIGHT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OVN-EOF
                   NOT AT END
                       IF OVN-IS-ACTIVE
                           AND OVN-FROM-DATE NOT > WS-OVN-TODAY
                           AND OVN-TO-DATE NOT < WS-OVN-TODAY
                           AND WS-OVN-LIST-CNT < 200
                           PERFORM OVN-NOTE-IF-PARKED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERNIGHT-FILE
           .

       OVN-NOTE-IF-PARKED.
           MOVE OVN-STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM CHECK-ALREADY-PARKED
           IF RECORD-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF LICENSE-PLATE NOT = OVN-PLATE
               OR LOT-ID NOT = OVN-LOT-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVN-LIST-CNT
           MOVE LOT-ID TO WS-OVN-L-LOT(WS-OVN-LIST-CNT)
           MOVE 0 TO WS-OVN-L-SLOT(WS-OVN-LIST-CNT)
           MOVE LICENSE-PLATE TO WS-OVN-L-PLATE(WS-OVN-LIST-CNT)
           MOVE MOTORCYCLE-MODEL TO WS-OVN-L-MODEL(WS-OVN-LIST-CNT)
           MOVE STUDENT-NAME TO WS-OVN-L-OWNER(WS-OVN-LIST-CNT)
           MOVE STUDENT-NUMBER TO WS-OVN-L-CONTACT(WS-OVN-LIST-CNT)
           MOVE OVN-OFFICE TO WS-OVN-L-OFFICE(WS-OVN-LIST-CNT)
           MOVE OVN-TO-DATE TO WS-OVN-L-TO(WS-OVN-LIST-CNT)
           .

      * EVACUATION REPORT: AN AUTHORIZED OVERNIGHT VEHICLE IS HELD
      * BACK FROM ITS LOT'S PAGE AND PRINTED IN ITS OWN SECTION, SO
      * SECURITY CAN TELL THE VEHICLES THAT ARE MEANT TO BE THERE FROM
      * THE ONES THAT ARE NOT
       OVN-HOLD-EVAC-LINE.
           IF WS-OVN-LIST-CNT NOT < 200
               MOVE 'N' TO WS-OVN-AUTHORIZED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVN-LIST-CNT
           MOVE SLT-LOT-ID TO WS-OVN-L-LOT(WS-OVN-LIST-CNT)
           MOVE SLT-SLOT-NUMBER TO WS-OVN-L-SLOT(WS-OVN-LIST-CNT)
           MOVE WS-EVAC-PLATE TO WS-OVN-L-PLATE(WS-OVN-LIST-CNT)
           MOVE WS-EVAC-MODEL TO WS-OVN-L-MODEL(WS-OVN-LIST-CNT)
           MOVE WS-EVAC-OWNER TO WS-OVN-L-OWNER(WS-OVN-LIST-CNT)
           MOVE WS-EVAC-CONTACT TO WS-OVN-L-CONTACT(WS-OVN-LIST-CNT)
           MOVE WS-OVN-FOUND-OFFICE TO WS-OVN-L-OFFICE(WS-OVN-LIST-CNT)
           MOVE WS-OVN-FOUND-TO TO WS-OVN-L-TO(WS-OVN-LIST-CNT)
           .

       OVN-PRINT-EVAC-SECTION.
           MOVE '1' TO EVC-CARRIAGE-CONTROL
           MOVE "AUTHORIZED OVERNIGHT VEHICLES - ALL LOTS"
               TO EVC-LINE-TEXT
           WRITE EVAC-RECORD
           MOVE ' ' TO EVC-CARRIAGE-CONTROL
           MOVE SPACES TO EVC-LINE-TEXT
           STRING "LOT        | SLOT | PLATE  | MODEL"
                  "                | OWNER"
                  "                          | CONTACT       | "
                  "APPROVED BY          | UNTIL"
                  DELIMITED BY SIZE
                  INTO EVC-LINE-TEXT
           END-STRING
           WRITE EVAC-RECORD
           MOVE ALL "-" TO EVC-LINE-TEXT
           WRITE EVAC-RECORD
           IF WS-OVN-LIST-CNT = 0
               MOVE "NONE" TO EVC-LINE-TEXT
               WRITE EVAC-RECORD
           END-IF
           PERFORM VARYING WS-OVN-LX FROM 1 BY 1
                   UNTIL WS-OVN-LX > WS-OVN-LIST-CNT
               MOVE SPACES TO EVC-LINE-TEXT
               STRING WS-OVN-L-LOT(WS-OVN-LX) " | "
                      WS-OVN-L-SLOT(WS-OVN-LX) " | "
                      WS-OVN-L-PLATE(WS-OVN-LX) " | "
                      WS-OVN-L-MODEL(WS-OVN-LX) " | "
                      WS-OVN-L-OWNER(WS-OVN-LX) " | "
                      WS-OVN-L-CONTACT(WS-OVN-LX) " | "
                      WS-OVN-L-OFFICE(WS-OVN-LX) " | "
                      WS-OVN-L-TO(WS-OVN-LX)
                      DELIMITED BY SIZE
                      INTO EVC-LINE-TEXT
               END-STRING
               WRITE EVAC-RECORD
           END-PERFORM
           .

      * MENU OPTION - THE STUDENT'S PREPAID PARKING WALLET AT THE
      * BOOTH. T-TOP-UP TAKES MONEY INTO THE WALLET ON A RECEIPT OF
      * ITS OWN; S-STATEMENT SHOWS THE BALANCE AND EVERY MOVEMENT.
      * ONCE THE WALLET HOLDS ENOUGH, THE STUDENT'S EXIT FEE COMES
      * OUT OF IT AUTOMATICALLY AND THE WINDOW IS NEVER VISITED
       PARKING-WALLET.
           DISPLAY "T-Top-up  S-Statement: " WITH NO ADVANCING
           ACCEPT WS-WLT-ACTION-IN
           MOVE FUNCTION UPPER-CASE(WS-WLT-ACTION-IN)
               TO WS-WLT-ACTION-IN
           EVALUATE WS-WLT-ACTION-IN
               WHEN "T"
                   PERFORM WLT-BOOTH-TOPUP
               WHEN "S"
                   PERFORM WLT-STATEMENT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           .

      * THE TOP-UP IS RECEIPTED FIRST - THE MONEY HAS CROSSED THE
      * COUNTER - AND ONLY A RECEIPT THAT WENT THROUGH IS CREDITED
      * TO THE WALLET
       WLT-BOOTH-TOPUP.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-MASTER
           IF WS-ON-ROSTER = 'N'
               DISPLAY "Student is not on the roster - no wallet "
                       "can be opened."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO WS-WLT-STUDENT
           PERFORM WLT-READ-BALANCE
           MOVE WS-WLT-BALANCE TO WS-FEE-DISPLAY
           DISPLAY "Current wallet balance: " WS-FEE-DISPLAY
           DISPLAY "Top-up Amount: " WITH NO ADVANCING
           MOVE SPACES TO WS-WLT-AMOUNT-IN
           ACCEPT WS-WLT-AMOUNT-IN
           MOVE FUNCTION NUMVAL(WS-WLT-AMOUNT-IN) TO WS-WLT-AMOUNT
           IF WS-WLT-AMOUNT = 0
               DISPLAY "Invalid amount."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-TENDER-TYPE

      * CREDIT FIRST, THEN RECEIPT, THEN LEDGER - AND NOTHING STANDS
      * UNLESS ALL THREE DO. NO CREDIT, NO RECEIPT; NO RECEIPT, THE
      * CREDIT COMES BACK OUT; NO LEDGER LINE, BOTH ARE UNDONE
           MOVE WS-WLT-AMOUNT TO WS-WLT-SIGNED
           PERFORM WLT-APPLY-AMOUNT
           IF WS-WLT-APPLIED = 'N'
               DISPLAY "Wallet could NOT be credited - top-up not "
                       "taken."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-AMOUNT TO WS-PAY-AMOUNT-DUE
           MOVE WS-WLT-AMOUNT TO WS-PAY-TENDERED
           MOVE "WALLET" TO WS-PAY-REV-TYPE
           MOVE "WLT-TOPUP" TO WS-PAY-AUDIT-ACTION
           MOVE 0 TO WS-RECEIPT-DISPLAY
           PERFORM WRITE-PAYMENT-RECORD
           PERFORM WLT-RESET-PAY-DEFAULTS
           IF WS-RECEIPT-DISPLAY = 0
               PERFORM WLT-RESTORE-BALANCE
               DISPLAY "Top-up NOT recorded - no receipt could be "
                       "written."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIPT-DISPLAY TO WS-WLT-RECEIPT
           MOVE "TOPUP" TO WS-WLT-ENTRY-TYPE
           MOVE "BOOTH" TO WS-WLT-SOURCE
           MOVE SPACES TO WS-WLT-REFERENCE
           PERFORM WLT-POST-LEDGER
           IF WS-WLT-POSTED = 'N'
               PERFORM WLT-RESTORE-BALANCE
               PERFORM WLT-UNDO-RECEIPT
               DISPLAY "Top-up NOT recorded - the wallet ledger could "
                       "not be written. Receipt " WS-WLT-RECEIPT
                       " reversed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-BALANCE TO WS-FEE-DISPLAY
           DISPLAY "Wallet topped up - balance now " WS-FEE-DISPLAY
           .

      * THE BALANCE AND EVERY LEDGER LINE FOR ONE STUDENT, OLDEST
      * FIRST - WHAT THE STUDENT ASKS FOR WHEN THE BALANCE SURPRISES
      * THEM
       WLT-STATEMENT.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO WS-WLT-STUDENT
           PERFORM WLT-READ-BALANCE
           IF WS-WLT-FOUND = 'N'
               DISPLAY "No parking wallet for that student."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-BALANCE TO WS-FEE-DISPLAY
           DISPLAY "--- Parking Wallet Statement ---"
           DISPLAY "Student: " WS-WLT-STUDENT
                   "   Balance: " WS-FEE-DISPLAY
           OPEN INPUT WALLET-LEDGER-FILE
           IF WS-WLG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WLT-LINES
           MOVE WS-WLT-STUDENT TO WLG-STUDENT-NUMBER
           MOVE LOW-VALUES TO WLG-STAMP
           MOVE 0 TO WLG-SEQ
           MOVE 'N' TO WS-WLT-EOF
           START WALLET-LEDGER-FILE KEY IS >= WLG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WLT-EOF
           END-START
           PERFORM UNTIL WS-WLT-EOF = 'Y'
               READ WALLET-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WLT-EOF
                   NOT AT END
                       IF WLG-STUDENT-NUMBER NOT = WS-WLT-STUDENT
                           MOVE 'Y' TO WS-WLT-EOF
                       ELSE
                           MOVE WLG-AMOUNT TO WS-WLT-AMT-DISPLAY
                           MOVE WLG-BALANCE-AFTER
                               TO WS-WLT-AMT2-DISPLAY
                           DISPLAY WLG-STAMP " " WLG-ENTRY-TYPE " "
                                   WS-WLT-AMT-DISPLAY " bal "
                                   WS-WLT-AMT2-DISPLAY " "
                                   WLG-REFERENCE " " WLG-SOURCE
                           ADD 1 TO WS-WLT-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WALLET-LEDGER-FILE
           DISPLAY WS-WLT-LINES " movement(s)."
           .

      * MENU OPTION (SUPERVISOR) - LOADS THE CASHIER'S OFFICE TOP-UP
      * FILE. EACH LINE IS RECEIPTED THROUGH THE PAYMENT FILE UNDER A
      * "CASHIER" TENDER (THE MONEY IS IN THEIR DRAWER, NOT THE
      * BOOTH'S) AND CREDITED TO THE WALLET. THEIR OFFICIAL RECEIPT
      * NUMBER RIDES ON THE LEDGER, SO A FILE LOADED TWICE IS
      * REJECTED LINE BY LINE INSTEAD OF DOUBLING EVERY BALANCE
       LOAD-WALLET-TOPUPS.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WLT-LOADED
           MOVE 0 TO WS-WLT-REJECTED
           OPEN INPUT WALLET-TOPUP-FILE
           IF WS-WTU-STATUS = "35"
               DISPLAY "No Cashier's Office top-up file "
                       "(WALLET-TOPUPS.dat) found."
               EXIT PARAGRAPH
           END-IF
           IF WS-WTU-STATUS NOT = "00"
               STRING "Wallet Top-up Open Error: " WS-WTU-STATUS
                   INTO WS-FILE-ERROR
               MOVE "LOAD-WALLET-TOPUPS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WLT-EOF
           PERFORM UNTIL WS-WLT-EOF = 'Y'
               READ WALLET-TOPUP-FILE
                   AT END
                       MOVE 'Y' TO WS-WLT-EOF
                   NOT AT END
                       PERFORM WLT-LOAD-ONE-TOPUP
               END-READ
           END-PERFORM
           CLOSE WALLET-TOPUP-FILE
           DISPLAY "Wallet top-up load complete - " WS-WLT-LOADED
                   " loaded, " WS-WLT-REJECTED " rejected."
           .

       WLT-LOAD-ONE-TOPUP.
           MOVE WTU-STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               MOVE "INVALID STUDENT NUMBER" TO WS-WLT-REASON
               PERFORM WLT-REJECT-TOPUP
               EXIT PARAGRAPH
           END-IF
           IF WTU-AMOUNT IS NOT NUMERIC
               MOVE "INVALID AMOUNT" TO WS-WLT-REASON
               PERFORM WLT-REJECT-TOPUP
               EXIT PARAGRAPH
           END-IF
           IF WTU-AMOUNT = 0
               MOVE "INVALID AMOUNT" TO WS-WLT-REASON
               PERFORM WLT-REJECT-TOPUP
               EXIT PARAGRAPH
           END-IF
           IF WTU-OR-NUMBER = SPACES
               MOVE "NO OFFICIAL RECEIPT NUMBER" TO WS-WLT-REASON
               PERFORM WLT-REJECT-TOPUP
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-MASTER
           IF WS-ON-ROSTER = 'N'
               MOVE "NOT ON THE ROSTER" TO WS-WLT-REASON
               PERFORM WLT-REJECT-TOPUP
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WLT-REFERENCE
           STRING "CO" WTU-OR-NUMBER
                  DELIMITED BY SIZE
                  INTO WS-WLT-REFERENCE
           END-STRING
           PERFORM WLT-CHECK-REFERENCE
           IF WS-WLT-FOUND = 'Y'
               MOVE "ALREADY LOADED" TO WS-WLT-REASON
               PERFORM WLT-REJECT-TOPUP
               EXIT PARAGRAPH
           END-IF

      * SAME ORDER AS A BOOTH TOP-UP. A LINE REJECTED HERE LEAVES NO
      * LIVE RECEIPT AND NO LEDGER LINE BEHIND, SO THE CORRECTED FILE
      * CAN BE LOADED AGAIN WITHOUT THE OR NUMBER COUNTING TWICE
           MOVE WTU-STUDENT-NUMBER TO WS-WLT-STUDENT
           MOVE WTU-AMOUNT TO WS-WLT-AMOUNT
           MOVE WS-WLT-AMOUNT TO WS-WLT-SIGNED
           PERFORM WLT-APPLY-AMOUNT
           IF WS-WLT-APPLIED = 'N'
               MOVE "WALLET NOT CREDITED" TO WS-WLT-REASON
               PERFORM WLT-REJECT-TOPUP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-AMOUNT TO WS-PAY-AMOUNT-DUE
           MOVE WS-WLT-AMOUNT TO WS-PAY-TENDERED
           MOVE "WALLET" TO WS-PAY-REV-TYPE
           MOVE "CASHIER" TO WS-PAY-TENDER
           MOVE "WLT-TOPUP" TO WS-PAY-AUDIT-ACTION
           MOVE 0 TO WS-RECEIPT-DISPLAY
           PERFORM WRITE-PAYMENT-RECORD
           PERFORM WLT-RESET-PAY-DEFAULTS
           IF WS-RECEIPT-DISPLAY = 0
               PERFORM WLT-RESTORE-BALANCE
               MOVE "RECEIPT COULD NOT BE WRITTEN" TO WS-WLT-REASON
               PERFORM WLT-REJECT-TOPUP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIPT-DISPLAY TO WS-WLT-RECEIPT
           MOVE "TOPUP" TO WS-WLT-ENTRY-TYPE
           MOVE "CASHIER" TO WS-WLT-SOURCE
           MOVE SPACES TO WS-WLT-REFERENCE
           STRING "CO" WTU-OR-NUMBER
                  DELIMITED BY SIZE
                  INTO WS-WLT-REFERENCE
           END-STRING
           PERFORM WLT-POST-LEDGER
           IF WS-WLT-POSTED = 'N'
               PERFORM WLT-RESTORE-BALANCE
               PERFORM WLT-UNDO-RECEIPT
               MOVE "LEDGER NOT WRITTEN" TO WS-WLT-REASON
               PERFORM WLT-REJECT-TOPUP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WLT-LOADED
           .

       WLT-REJECT-TOPUP.
           ADD 1 TO WS-WLT-REJECTED
           DISPLAY "Rejected " WTU-STUDENT-NUMBER " OR "
                   WTU-OR-NUMBER " - " FUNCTION TRIM(WS-WLT-REASON)
           .

      * MENU OPTION AND END-OF-DAY STEP - THE NIGHTLY WALLET LEDGER.
      * THE DAY'S MOVEMENTS ARE LISTED AND THE WALLETS PROVED AS A
      * WHOLE: OPENING + TOP-UPS - DEBITS = CLOSING, AND THE CLOSING
      * FIGURE AGAINST THE SUM OF THE BALANCES ACTUALLY ON FILE. THE
      * SAME TALLY FEEDS THE FINANCE JOURNAL'S LIABILITY LINE. THE
      * LOW-BALANCE NOTICES GO OUT WITH IT
       WALLET-NIGHTLY-LEDGER.
           PERFORM WLT-SET-STAMP
           OPEN OUTPUT WALLET-RPT-FILE
           IF WS-WLR-STATUS NOT = "00"
               STRING "Wallet Ledger Open Error: " WS-WLR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WALLET-NIGHTLY-LEDGER" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO WLR-CARRIAGE-CONTROL
           MOVE SPACES TO WLR-LINE-TEXT
           STRING "PUP-TAGUIG STUDENT PARKING SYSTEM - PARKING WALLET "
                  "LEDGER FOR " WS-WLT-TODAY
                  DELIMITED BY SIZE
                  INTO WLR-LINE-TEXT
           END-STRING
           WRITE WALLET-RPT-RECORD
           MOVE ' ' TO WLR-CARRIAGE-CONTROL
           MOVE SPACES TO WLR-LINE-TEXT
           STRING "STUDENT     | TIME     | ENTRY    |     AMOUNT | "
                  "    BALANCE | RECEIPT  | REFERENCE    | SOURCE"
                  DELIMITED BY SIZE
                  INTO WLR-LINE-TEXT
           END-STRING
           WRITE WALLET-RPT-RECORD
           MOVE ALL "-" TO WLR-LINE-TEXT
           WRITE WALLET-RPT-RECORD

           MOVE 'Y' TO WS-WLT-PRINT
           PERFORM WLT-TALLY-DAY
           MOVE 'N' TO WS-WLT-PRINT
           IF WS-WLT-LINES = 0
               MOVE "NO WALLET ACTIVITY" TO WLR-LINE-TEXT
               WRITE WALLET-RPT-RECORD
           END-IF
           PERFORM WLT-SUM-ON-FILE
           COMPUTE WS-WLT-DIFF = WS-WLT-ON-FILE - WS-WLT-CLOSING

           MOVE SPACES TO WLR-LINE-TEXT
           WRITE WALLET-RPT-RECORD
           MOVE WS-WLT-OPENING TO WS-WLT-AMT-DISPLAY
           MOVE SPACES TO WLR-LINE-TEXT
           STRING "OPENING BALANCE          " WS-WLT-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO WLR-LINE-TEXT
           END-STRING
           WRITE WALLET-RPT-RECORD
           MOVE WS-WLT-DAY-TOPUPS TO WS-WLT-AMT-DISPLAY
           MOVE SPACES TO WLR-LINE-TEXT
           STRING "ADD TOP-UPS              " WS-WLT-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO WLR-LINE-TEXT
           END-STRING
           WRITE WALLET-RPT-RECORD
           MOVE WS-WLT-DAY-DEBITS TO WS-WLT-AMT-DISPLAY
           MOVE SPACES TO WLR-LINE-TEXT
           STRING "LESS FEE DEBITS          " WS-WLT-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO WLR-LINE-TEXT
           END-STRING
           WRITE WALLET-RPT-RECORD
           MOVE WS-WLT-CLOSING TO WS-WLT-AMT-DISPLAY
           MOVE SPACES TO WLR-LINE-TEXT
           STRING "CLOSING BALANCE          " WS-WLT-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO WLR-LINE-TEXT
           END-STRING
           WRITE WALLET-RPT-RECORD
           MOVE WS-WLT-ON-FILE TO WS-WLT-AMT-DISPLAY
           MOVE SPACES TO WLR-LINE-TEXT
           STRING "WALLET BALANCES ON FILE  " WS-WLT-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO WLR-LINE-TEXT
           END-STRING
           WRITE WALLET-RPT-RECORD
           MOVE SPACES TO WLR-LINE-TEXT
           IF WS-WLT-DIFF = 0
               MOVE "LEDGER IN BALANCE" TO WLR-LINE-TEXT
           ELSE
               MOVE WS-WLT-DIFF TO WS-WLT-AMT-DISPLAY
               STRING "*** OUT OF BALANCE BY " WS-WLT-AMT-DISPLAY
                      " ***"
                      DELIMITED BY SIZE
                      INTO WLR-LINE-TEXT
               END-STRING
           END-IF
           WRITE WALLET-RPT-RECORD
           CLOSE WALLET-RPT-FILE

           MOVE WS-WLT-CLOSING TO WS-WLT-AMT-DISPLAY
           DISPLAY "Wallet ledger written to WALLET-LEDGER.rpt - "
                   "closing " WS-WLT-AMT-DISPLAY
           IF WS-WLT-DIFF NOT = 0
               MOVE WS-WLT-DIFF TO WS-WLT-AMT-DISPLAY
               DISPLAY "*** Wallet ledger OUT OF BALANCE by "
                       WS-WLT-AMT-DISPLAY " ***"
           END-IF
           PERFORM WLT-LOW-BALANCE-NOTICES
           .

      * OPENING FIGURE AND THE DAY'S TOP-UPS AND DEBITS (REVERSALS
      * NETTED AGAINST THEIR OWN KIND) FOR WS-WLT-TODAY, OFF THE
      * WALLET LEDGER. WITH WS-WLT-PRINT = 'Y' THE DAY'S LINES ARE
      * ALSO WRITTEN TO THE OPEN LEDGER REPORT
       WLT-TALLY-DAY.
           MOVE 0 TO WS-WLT-OPENING
           MOVE 0 TO WS-WLT-DAY-TOPUPS
           MOVE 0 TO WS-WLT-DAY-DEBITS
           MOVE 0 TO WS-WLT-CLOSING
           MOVE 0 TO WS-WLT-LINES
           OPEN INPUT WALLET-LEDGER-FILE
           IF WS-WLG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WLT-EOF
           PERFORM UNTIL WS-WLT-EOF = 'Y'
               READ WALLET-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WLT-EOF
                   NOT AT END
                       PERFORM WLT-TALLY-ENTRY
               END-READ
           END-PERFORM
           CLOSE WALLET-LEDGER-FILE
           COMPUTE WS-WLT-CLOSING = WS-WLT-OPENING
               + WS-WLT-DAY-TOPUPS - WS-WLT-DAY-DEBITS
           .

       WLT-TALLY-ENTRY.
           IF WLG-STAMP(1:10) > WS-WLT-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WLG-STAMP(1:10) < WS-WLT-TODAY
               IF WLG-IS-TOPUP OR WLG-IS-DEBIT-RV
                   ADD WLG-AMOUNT TO WS-WLT-OPENING
               ELSE
                   SUBTRACT WLG-AMOUNT FROM WS-WLT-OPENING
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WLG-IS-TOPUP
                   ADD WLG-AMOUNT TO WS-WLT-DAY-TOPUPS
               WHEN WLG-IS-TOPUP-RV
                   SUBTRACT WLG-AMOUNT FROM WS-WLT-DAY-TOPUPS
               WHEN WLG-IS-DEBIT
                   ADD WLG-AMOUNT TO WS-WLT-DAY-DEBITS
               WHEN WLG-IS-DEBIT-RV
                   SUBTRACT WLG-AMOUNT FROM WS-WLT-DAY-DEBITS
           END-EVALUATE
           ADD 1 TO WS-WLT-LINES
           IF WS-WLT-PRINT = 'Y'
               MOVE WLG-AMOUNT TO WS-WLT-AMT-DISPLAY
               MOVE WLG-BALANCE-AFTER TO WS-WLT-AMT2-DISPLAY
               MOVE ' ' TO WLR-CARRIAGE-CONTROL
               MOVE SPACES TO WLR-LINE-TEXT
               STRING WLG-STUDENT-NUMBER " | " WLG-STAMP(12:8) " | "
                      WLG-ENTRY-TYPE " | " WS-WLT-AMT-DISPLAY " | "
                      WS-WLT-AMT2-DISPLAY " | " WLG-RECEIPT-NUMBER
                      " | " WLG-REFERENCE " | " WLG-SOURCE
                      DELIMITED BY SIZE
                      INTO WLR-LINE-TEXT
               END-STRING
               WRITE WALLET-RPT-RECORD
           END-IF
           .

      * THE SUM OF EVERY WALLET BALANCE ON FILE - WHAT THE LEDGER'S
      * CLOSING FIGURE HAS TO AGREE WITH
       WLT-SUM-ON-FILE.
           MOVE 0 TO WS-WLT-ON-FILE
           OPEN INPUT WALLET-FILE
           IF WS-WLT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WLT-EOF
           PERFORM UNTIL WS-WLT-EOF = 'Y'
               READ WALLET-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WLT-EOF
                   NOT AT END
                       ADD WLT-BALANCE TO WS-WLT-ON-FILE
               END-READ
           END-PERFORM
           CLOSE WALLET-FILE
           .

      * ONE LINE PER WALLET BELOW THE CONFIGURED FLOOR, WITH THE
      * ROSTER NAME AND MOBILE, FOR THE SMS GATEWAY TO NUDGE THE
      * STUDENT BEFORE THE NEXT EXIT FINDS THE WALLET SHORT
       WLT-LOW-BALANCE-NOTICES.
           MOVE 0 TO WS-WLT-NOTICES
           OPEN INPUT WALLET-FILE
           IF WS-WLT-STATUS NOT = "00"
               DISPLAY "No parking wallets on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WALLET-LOW-FILE
           IF WS-WLN-STATUS NOT = "00"
               STRING "Wallet Notice Open Error: " WS-WLN-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WLT-LOW-BALANCE-NOTICES" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE WALLET-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WLT-MST-OPEN
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-WLT-MST-OPEN
           END-IF
           MOVE 'N' TO WS-WLT-EOF
           PERFORM UNTIL WS-WLT-EOF = 'Y'
               READ WALLET-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WLT-EOF
                   NOT AT END
                       IF WLT-BALANCE < WS-WLT-LOW-BALANCE
                           PERFORM WLT-WRITE-NOTICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WALLET-FILE
           CLOSE WALLET-LOW-FILE
           IF WS-WLT-MST-OPEN = 'Y'
               CLOSE STUDENT-MASTER-FILE
           END-IF
           DISPLAY WS-WLT-NOTICES " low-balance notice(s) written to "
                   "WALLET-LOW-BALANCE.dat"
           .

       WLT-WRITE-NOTICE.
           MOVE SPACES TO WS-WLT-NAME
           MOVE SPACES TO WS-WLT-MOBILE
           IF WS-WLT-MST-OPEN = 'Y'
               MOVE WLT-STUDENT-NUMBER TO MST-STUDENT-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MST-STUDENT-NAME TO WS-WLT-NAME
                       MOVE MST-MOBILE TO WS-WLT-MOBILE
               END-READ
           END-IF
           MOVE WLT-BALANCE TO WS-WLT-AMT-DISPLAY
           MOVE SPACES TO WALLET-LOW-RECORD
           STRING WLT-STUDENT-NUMBER " | " WS-WLT-NAME " | "
                  WS-WLT-MOBILE " | " WS-WLT-AMT-DISPLAY
                  DELIMITED BY SIZE
                  INTO WALLET-LOW-RECORD
           END-STRING
           WRITE WALLET-LOW-RECORD
           ADD 1 TO WS-WLT-NOTICES
           .

      * CALLED AT THE END OF CLOSE-CURRENT-OPEN-VISIT. A STUDENT WHOSE
      * PARKING WALLET COVERS THE FEE PAYS OUT OF IT THERE AND THEN -
      * THE FEE IS RECEIPTED AS PAID FROM THE WALLET, NOTHING IS ASKED
      * AT THE WINDOW AND THE SCANNER BOOKS NO UNPAID BALANCE. A WALLET
      * THAT IS SHORT IS LEFT ALONE AND THE FEE IS SETTLED AS BEFORE
       WLT-DEBIT-AT-EXIT.
           IF FEE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-NUMBER TO WS-WLT-STUDENT
           MOVE FEE-AMOUNT TO WS-WLT-AMOUNT
           COMPUTE WS-WLT-SIGNED = 0 - WS-WLT-AMOUNT
           PERFORM WLT-APPLY-AMOUNT
           IF WS-WLT-APPLIED = 'N'
               IF WS-WLT-FOUND = 'Y'
                   MOVE WS-WLT-BALANCE TO WS-FEE-DISPLAY
                   DISPLAY "Parking wallet balance " WS-FEE-DISPLAY
                           " does not cover the fee."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-STUDENT TO WS-STUDENT-NUMBER
           MOVE WS-WLT-AMOUNT TO WS-PAY-AMOUNT-DUE
           MOVE WS-WLT-AMOUNT TO WS-PAY-TENDERED
           MOVE "WALLET" TO WS-PAY-TENDER
           MOVE "WLT-DEBIT" TO WS-PAY-AUDIT-ACTION
           MOVE 0 TO WS-RECEIPT-DISPLAY
           PERFORM WRITE-PAYMENT-RECORD
           PERFORM WLT-RESET-PAY-DEFAULTS
      * NO RECEIPT, NO DEBIT - THE MONEY GOES BACK INTO THE WALLET
      * WITH NOTHING ON THE LEDGER, AND THE FEE IS SETTLED THE USUAL
      * WAY INSTEAD
           IF WS-RECEIPT-DISPLAY = 0
               MOVE WS-WLT-AMOUNT TO WS-WLT-SIGNED
               PERFORM WLT-APPLY-AMOUNT
               IF WS-WLT-APPLIED = 'N'
                   STRING "Wallet Debit Not Restored: " WS-WLT-STUDENT
                       INTO WS-FILE-ERROR
                   MOVE "WLT-DEBIT-AT-EXIT" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
               END-IF
               DISPLAY "Wallet payment NOT recorded - settle the fee "
                       "at the window."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIPT-DISPLAY TO WS-WLT-RECEIPT
           MOVE "DEBIT" TO WS-WLT-ENTRY-TYPE
           MOVE WS-WTC-CONTEXT TO WS-WLT-SOURCE
           MOVE SPACES TO WS-WLT-REFERENCE
           PERFORM WLT-POST-LEDGER
      * NO LEDGER LINE, NO DEBIT EITHER - THE WALLET IS PUT BACK, THE
      * RECEIPT REVERSED, AND THE FEE SETTLED THE USUAL WAY
           IF WS-WLT-POSTED = 'N'
               MOVE WS-WLT-AMOUNT TO WS-WLT-SIGNED
               PERFORM WLT-APPLY-AMOUNT
               IF WS-WLT-APPLIED = 'N'
                   STRING "Wallet Debit Not Restored: " WS-WLT-STUDENT
                       INTO WS-FILE-ERROR
                   MOVE "WLT-DEBIT-AT-EXIT" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
               END-IF
               PERFORM WLT-UNDO-RECEIPT
               DISPLAY "Wallet payment NOT recorded - settle the fee "
                       "at the window."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-WLT-PAID
           MOVE WS-WLT-BALANCE TO WS-FEE-DISPLAY
           DISPLAY "Paid from parking wallet - balance now "
                   WS-FEE-DISPLAY
           .

      * A REVERSED WALLET RECEIPT PUTS THE WALLET BACK: A VOIDED
      * TOP-UP COMES OUT OF IT AGAIN, A VOIDED WALLET-PAID FEE GOES
      * BACK IN. EITHER WAY THE LEDGER CARRIES THE REVERSAL SO THE
      * NIGHTLY PROOF STILL HOLDS
       WLT-REVERSE-ENTRY.
           MOVE WS-VOID-STUDENT TO WS-WLT-STUDENT
           MOVE WS-VOID-AMOUNT TO WS-WLT-AMOUNT
           IF WS-VOID-REV-TYPE = "WALLET"
               COMPUTE WS-WLT-SIGNED = 0 - WS-WLT-AMOUNT
               MOVE "TOPUP-RV" TO WS-WLT-ENTRY-TYPE
           ELSE
               MOVE WS-WLT-AMOUNT TO WS-WLT-SIGNED
               MOVE "DEBIT-RV" TO WS-WLT-ENTRY-TYPE
           END-IF
           PERFORM WLT-APPLY-AMOUNT
           IF WS-WLT-APPLIED = 'N'
               STRING "Wallet Reversal Not Applied: " WS-WLT-STUDENT
                   INTO WS-FILE-ERROR
               MOVE "WLT-REVERSE-ENTRY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               DISPLAY "Parking wallet could NOT be adjusted for "
                       "this reversal."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIPT-DISPLAY TO WS-WLT-RECEIPT
           MOVE SPACES TO WS-WLT-REFERENCE
           STRING "RV" WS-VOID-ORIG-RCPT
                  DELIMITED BY SIZE
                  INTO WS-WLT-REFERENCE
           END-STRING
           MOVE "VOID" TO WS-WLT-SOURCE
           PERFORM WLT-POST-LEDGER
           IF WS-WLT-POSTED = 'N'
               PERFORM WLT-RESTORE-BALANCE
               STRING "Wallet Reversal Not Posted: " WS-WLT-STUDENT
                   INTO WS-FILE-ERROR
               MOVE "WLT-REVERSE-ENTRY" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               DISPLAY "Parking wallet could NOT be adjusted for "
                       "this reversal."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-BALANCE TO WS-FEE-DISPLAY
           DISPLAY "Parking wallet adjusted - balance now "
                   WS-FEE-DISPLAY
           .

      * TAKES BACK THE MOVEMENT WS-WLT-SIGNED JUST APPLIED, WHEN WHAT
      * WAS MEANT TO GO WITH IT (RECEIPT OR LEDGER LINE) DID NOT
       WLT-RESTORE-BALANCE.
           COMPUTE WS-WLT-SIGNED = 0 - WS-WLT-SIGNED
           PERFORM WLT-APPLY-AMOUNT
           IF WS-WLT-APPLIED = 'N'
               STRING "Wallet Not Restored: " WS-WLT-STUDENT
                   INTO WS-FILE-ERROR
               MOVE "WLT-RESTORE-BALANCE" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * REVERSES WALLET RECEIPT WS-WLT-RECEIPT WHOSE LEDGER LINE COULD
      * NOT BE WRITTEN - MARKED REVERSED WITH ITS OFFSETTING REFUND
      * RECORD AND A PAY-VOID AUDIT LINE, THE SAME SHAPE AS A
      * SUPERVISOR'S VOID, SO THE CASH-UP BACKS A BOOTH TOP-UP OUT OF
      * THE DRAWER. THE WALLET ITSELF HAS ALREADY BEEN PUT BACK AND
      * THE LEDGER NEVER SAW THE MOVEMENT, SO NOTHING IS POSTED THERE
       WLT-UNDO-RECEIPT.
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Open Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WLT-UNDO-RECEIPT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-RECEIPT TO PAY-RECEIPT-NUMBER
           READ PAYMENT-FILE
               INVALID KEY
                   STRING "Wallet Receipt Not Found: " WS-WLT-RECEIPT
                       INTO WS-FILE-ERROR
                   MOVE "WLT-UNDO-RECEIPT" TO WS-ERROR-PARAGRAPH
                   PERFORM LOG-FILE-ERROR
                   CLOSE PAYMENT-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE PAY-RECEIPT-NUMBER TO WS-VOID-ORIG-RCPT
           MOVE PAY-AMOUNT-PAID TO WS-VOID-AMOUNT
           MOVE PAY-STUDENT-NUMBER TO WS-VOID-STUDENT
           MOVE PAY-REVENUE-TYPE TO WS-VOID-REV-TYPE
           MOVE PAY-TENDER-TYPE TO WS-VOID-TENDER
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING PAY-STATUS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PAY-REVENUE-TYPE DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "REVERSED" TO PAY-STATUS
           MOVE 0 TO PAY-BALANCE
           REWRITE PAYMENT-RECORD
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Rewrite Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WLT-UNDO-RECEIPT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LOCK-RETRIES
           PERFORM WRITE-REFUND-RECORD
           PERFORM UNTIL WS-PAYMENT-STATUS NOT = "22"
                   OR WS-LOCK-RETRIES >= 5
               ADD 1 TO WS-LOCK-RETRIES
               PERFORM WRITE-REFUND-RECORD
           END-PERFORM
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Refund Write Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WLT-UNDO-RECEIPT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE PAYMENT-FILE

           MOVE WS-VOID-ORIG-RCPT TO WS-VOID-ORIG-DISPLAY
           MOVE WS-VOID-STUDENT TO STUDENT-NUMBER
           MOVE "PAY-VOID" TO WS-AUDIT-ACTION
           MOVE WS-VOID-AMOUNT TO WS-FEE-DISPLAY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "RCPT:" DELIMITED BY SIZE
                  WS-VOID-ORIG-DISPLAY DELIMITED BY SIZE
                  "/PAID:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "/TND:" DELIMITED BY SIZE
                  WS-VOID-TENDER DELIMITED BY SIZE
                  "/RSN:LEDGER FAILED" DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * READ-ONLY LOOK AT WS-WLT-STUDENT'S WALLET
       WLT-READ-BALANCE.
           MOVE 'N' TO WS-WLT-FOUND
           MOVE 0 TO WS-WLT-BALANCE
           OPEN INPUT WALLET-FILE
           IF WS-WLT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-STUDENT TO WLT-STUDENT-NUMBER
           READ WALLET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WLT-FOUND
                   MOVE WLT-BALANCE TO WS-WLT-BALANCE
           END-READ
           CLOSE WALLET-FILE
           .

      * MOVES WS-WLT-SIGNED ON WS-WLT-STUDENT'S WALLET. A CREDIT OPENS
      * THE WALLET IF THERE IS NONE YET; A DEBIT IS REFUSED RATHER
      * THAN TAKING THE BALANCE BELOW ZERO. WS-WLT-APPLIED SAYS
      * WHETHER IT WENT THROUGH AND WS-WLT-BALANCE HOLDS THE RESULT
       WLT-APPLY-AMOUNT.
           MOVE 'N' TO WS-WLT-APPLIED
           MOVE 'N' TO WS-WLT-FOUND
           MOVE 0 TO WS-WLT-BALANCE
           PERFORM WLT-SET-STAMP
           OPEN I-O WALLET-FILE
           IF WS-WLT-STATUS = "35"
               IF WS-WLT-SIGNED NOT > 0
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT WALLET-FILE
               CLOSE WALLET-FILE
               OPEN I-O WALLET-FILE
           END-IF
           IF WS-WLT-STATUS NOT = "00"
               STRING "Wallet Open Error: " WS-WLT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WLT-APPLY-AMOUNT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-STUDENT TO WLT-STUDENT-NUMBER
           READ WALLET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WLT-FOUND
           END-READ
           IF WS-WLT-FOUND = 'N'
               IF WS-WLT-SIGNED NOT > 0
                   CLOSE WALLET-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-WLT-STUDENT TO WLT-STUDENT-NUMBER
               MOVE 0 TO WLT-BALANCE
               MOVE WS-WLT-TODAY TO WLT-OPENED-ON
               MOVE SPACES TO WLT-LAST-TOPUP
               MOVE SPACES TO WLT-LAST-DEBIT
           END-IF
           MOVE WLT-BALANCE TO WS-WLT-BALANCE
           IF WS-WLT-SIGNED < 0
               AND WLT-BALANCE + WS-WLT-SIGNED < 0
               CLOSE WALLET-FILE
               EXIT PARAGRAPH
           END-IF
           ADD WS-WLT-SIGNED TO WLT-BALANCE
           IF WS-WLT-SIGNED > 0
               MOVE WS-WLT-TODAY TO WLT-LAST-TOPUP
           ELSE
               MOVE WS-WLT-TODAY TO WLT-LAST-DEBIT
           END-IF
           IF WS-WLT-FOUND = 'Y'
               REWRITE WALLET-RECORD
           ELSE
               WRITE WALLET-RECORD
           END-IF
           IF WS-WLT-STATUS NOT = "00"
               STRING "Wallet Write Error: " WS-WLT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WLT-APPLY-AMOUNT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE WALLET-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WLT-BALANCE TO WS-WLT-BALANCE
           MOVE 'Y' TO WS-WLT-APPLIED
           CLOSE WALLET-FILE
           .

      * ONE LEDGER LINE FOR THE MOVEMENT JUST APPLIED, WITH THE
      * BALANCE IT LEFT. A MOVEMENT WITH NO OUTSIDE REFERENCE IS
      * REFERENCED BY ITS OWN RECEIPT. TWO MOVEMENTS FOR ONE STUDENT
      * IN THE SAME SECOND TAKE THE NEXT SEQUENCE NUMBER. WS-WLT-POSTED
      * TELLS THE CALLER WHETHER THE LINE WENT DOWN - IF NOT, THE
      * CALLER PUTS THE BALANCE BACK
       WLT-POST-LEDGER.
           MOVE 'N' TO WS-WLT-POSTED
           OPEN I-O WALLET-LEDGER-FILE
           IF WS-WLG-STATUS = "35"
               OPEN OUTPUT WALLET-LEDGER-FILE
               CLOSE WALLET-LEDGER-FILE
               OPEN I-O WALLET-LEDGER-FILE
           END-IF
           IF WS-WLG-STATUS NOT = "00"
               STRING "Wallet Ledger Open Error: " WS-WLG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WLT-POST-LEDGER" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-STUDENT TO WLG-STUDENT-NUMBER
           MOVE WS-WLT-STAMP TO WLG-STAMP
           MOVE 0 TO WLG-SEQ
           MOVE WS-WLT-ENTRY-TYPE TO WLG-ENTRY-TYPE
           MOVE WS-WLT-AMOUNT TO WLG-AMOUNT
           MOVE WS-WLT-BALANCE TO WLG-BALANCE-AFTER
           MOVE WS-WLT-RECEIPT TO WLG-RECEIPT-NUMBER
           MOVE SPACES TO WLG-REFERENCE
           IF WS-WLT-REFERENCE = SPACES
               STRING "RCPT" WS-WLT-RECEIPT
                      DELIMITED BY SIZE
                      INTO WLG-REFERENCE
               END-STRING
           ELSE
               MOVE WS-WLT-REFERENCE TO WLG-REFERENCE
           END-IF
           MOVE WS-WLT-SOURCE TO WLG-SOURCE
           MOVE WS-OPERATOR-ID TO WLG-OPERATOR
           WRITE WALLET-LEDGER-RECORD
           PERFORM UNTIL WS-WLG-STATUS NOT = "22"
                   OR WLG-SEQ = 99
               ADD 1 TO WLG-SEQ
               WRITE WALLET-LEDGER-RECORD
           END-PERFORM
           IF WS-WLG-STATUS NOT = "00"
               STRING "Wallet Ledger Write Error: " WS-WLG-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WLT-POST-LEDGER" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE 'Y' TO WS-WLT-POSTED
           END-IF
           CLOSE WALLET-LEDGER-FILE
           MOVE SPACES TO WS-WLT-REFERENCE
           .

      * HAS THE REFERENCE IN WS-WLT-REFERENCE ALREADY BEEN POSTED?
       WLT-CHECK-REFERENCE.
           MOVE 'N' TO WS-WLT-FOUND
           OPEN INPUT WALLET-LEDGER-FILE
           IF WS-WLG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WLT-REFERENCE TO WLG-REFERENCE
           READ WALLET-LEDGER-FILE KEY IS WLG-REFERENCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WLT-FOUND
           END-READ
           CLOSE WALLET-LEDGER-FILE
           .

       WLT-SET-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-WLT-TODAY
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-WLT-TODAY
           END-STRING
           MOVE SPACES TO WS-WLT-STAMP
           STRING WS-WLT-TODAY " " WS-HOURS ":" WS-MINUTES ":"
                  WS-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-WLT-STAMP
           END-STRING
           .

      * BACK TO THE EXIT-GATE RECEIPT DEFAULTS WHETHER OR NOT THE
      * RECEIPT WENT OUT, SO A WALLET CLASSIFICATION NEVER LEAKS INTO
      * THE NEXT RECEIPT
       WLT-RESET-PAY-DEFAULTS.
           MOVE "PAYMENT" TO WS-PAY-AUDIT-ACTION
           MOVE "HOURLY" TO WS-PAY-REV-TYPE
           MOVE "CASH" TO WS-PAY-TENDER
           .

      * MENU OPTION - WHAT WOULD A PROPOSED RATE CHANGE, GRACE PERIOD
      * OR DAILY CAP HAVE DONE TO PAST REVENUE? THE PROPOSED TERMS ARE
      * READ FROM PARKING-WHATIF.dat (THE SAME KEYS AS THE LIVE CONFIG
      * FILE, WHICH IS NEVER TOUCHED) AND EVERY VISIT THAT ENTERED AND
      * CLOSED IN THE CHOSEN DATES - ARCHIVED, OR STILL IN ITS MONTH'S
      * PARKING FILE - IS PRICED AGAIN THROUGH COMPUTE-VISIT-FEE WITH
      * THE SAME DISCOUNT, PERMIT AND OVERNIGHT RULES AS AT THE GATE.
      * THE FEE ACTUALLY RECORDED IS SET BESIDE THE SIMULATED ONE BY
      * VEHICLE TYPE, LOT AND MONTH IN FEE-WHATIF.rpt. THE LIVE TERMS
      * ARE PUT BACK BEFORE ANY VISIT IS PRICED
       FEE-WHATIF-SIMULATION.
           DISPLAY "Visits Entered From (YYYY-MM-DD): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-VDC-DATE-IN
           ACCEPT WS-VDC-DATE-IN
           PERFORM VDC-CHECK-DATE-IN
           IF WS-VDC-OK = 'N'
               DISPLAY "Invalid date - use YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VDC-DATE-IN TO WS-WIF-FROM
           DISPLAY "Visits Entered To   (YYYY-MM-DD): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-VDC-DATE-IN
           ACCEPT WS-VDC-DATE-IN
           PERFORM VDC-CHECK-DATE-IN
           IF WS-VDC-OK = 'N'
               DISPLAY "Invalid date - use YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VDC-DATE-IN TO WS-WIF-TO
           IF WS-WIF-TO < WS-WIF-FROM
               DISPLAY "The end date is before the start date."
               EXIT PARAGRAPH
           END-IF

           PERFORM WIF-SAVE-TERMS
           PERFORM WIF-FORMAT-TERMS
           MOVE WS-WIF-TERMS-LINE TO WS-WIF-CUR-TERMS
           PERFORM WIF-LOAD-PROPOSAL
           IF WS-WIF-KEYS-USED = 0
               PERFORM WIF-RESTORE-TERMS
               EXIT PARAGRAPH
           END-IF
           PERFORM WIF-FORMAT-TERMS
           MOVE WS-WIF-TERMS-LINE TO WS-WIF-NEW-TERMS
           DISPLAY "Current : " FUNCTION TRIM(WS-WIF-CUR-TERMS)
           DISPLAY "Proposed: " FUNCTION TRIM(WS-WIF-NEW-TERMS)
      * THE LIVE TERMS GO BACK AT ONCE AND THE RATE SCHEDULE STAYS
      * LOADED: EACH VISIT IS PRICED ON THE TERMS OF THE DAY IT
      * STARTED, WITH ONLY THE KEYS THE PROPOSAL NAMES REPLACED, SO A
      * SCHEDULED CHANGE TO SOME OTHER TERM STILL FALLS ON ITS DATE
           PERFORM WIF-SAVE-PROPOSAL
           PERFORM WIF-RESTORE-TERMS

           INITIALIZE WS-WIF-TABLE
           MOVE 0 TO WS-WIF-COUNT-USED
           MOVE 0 TO WS-WIF-OVERFLOW
           MOVE 0 TO WS-WIF-READ
           MOVE 0 TO WS-WIF-PRICED
           MOVE 0 TO WS-WIF-SKIPPED
           PERFORM WIF-SEED-ROWS

           MOVE 'N' TO WS-WIF-PMT-OPEN
           OPEN INPUT PERMIT-FILE
           IF WS-PERMIT-STATUS = "00"
               MOVE 'Y' TO WS-WIF-PMT-OPEN
           END-IF
           MOVE 'Y' TO WS-WIF-ACTIVE
           PERFORM WIF-GATHER-HISTORY
           PERFORM WIF-GATHER-PERIODS
           MOVE 'N' TO WS-WIF-ACTIVE
           IF WS-WIF-PMT-OPEN = 'Y'
               CLOSE PERMIT-FILE
           END-IF

           PERFORM WIF-PRINT-REPORT
           .

       WIF-SAVE-TERMS.
           MOVE WS-HOURLY-RATE TO WS-WIF-SAV-HOURLY
           MOVE WS-RATE-MOTORCYCLE TO WS-WIF-SAV-MOTORCYCLE
           MOVE WS-RATE-CAR TO WS-WIF-SAV-CAR
           MOVE WS-RATE-BICYCLE TO WS-WIF-SAV-BICYCLE
           MOVE WS-GRACE-MINUTES TO WS-WIF-SAV-GRACE
           MOVE WS-DAILY-FEE-CAP TO WS-WIF-SAV-CAP
           MOVE WS-OVERNIGHT-RATE TO WS-WIF-SAV-OVERNIGHT
           .

       WIF-SAVE-PROPOSAL.
           MOVE WS-HOURLY-RATE TO WS-WIF-PRO-HOURLY
           MOVE WS-RATE-MOTORCYCLE TO WS-WIF-PRO-MOTORCYCLE
           MOVE WS-RATE-CAR TO WS-WIF-PRO-CAR
           MOVE WS-RATE-BICYCLE TO WS-WIF-PRO-BICYCLE
           MOVE WS-GRACE-MINUTES TO WS-WIF-PRO-GRACE
           MOVE WS-DAILY-FEE-CAP TO WS-WIF-PRO-CAP
           MOVE WS-OVERNIGHT-RATE TO WS-WIF-PRO-OVERNIGHT
           .

      * ONLY THE KEYS THE PROPOSAL SET (OR A TYPE RATE THAT FOLLOWS A
      * PROPOSED HOURLY-RATE) REPLACE THE AS-OF TERMS
       WIF-OVERRIDE-ASOF-TERMS.
           IF WS-WIF-SET-HOURLY = 'Y'
               MOVE WS-WIF-PRO-HOURLY TO WS-ASOF-HOURLY-RATE
           END-IF
           IF WS-WIF-SET-MOTORCYCLE = 'Y'
               MOVE WS-WIF-PRO-MOTORCYCLE TO WS-ASOF-RATE-MOTORCYCLE
           END-IF
           IF WS-WIF-SET-CAR = 'Y'
               MOVE WS-WIF-PRO-CAR TO WS-ASOF-RATE-CAR
           END-IF
           IF WS-WIF-SET-BICYCLE = 'Y'
               MOVE WS-WIF-PRO-BICYCLE TO WS-ASOF-RATE-BICYCLE
           END-IF
           IF WS-WIF-SET-GRACE = 'Y'
               MOVE WS-WIF-PRO-GRACE TO WS-ASOF-GRACE-MINUTES
           END-IF
           IF WS-WIF-SET-CAP = 'Y'
               MOVE WS-WIF-PRO-CAP TO WS-ASOF-DAILY-FEE-CAP
           END-IF
           IF WS-WIF-SET-OVERNIGHT = 'Y'
               MOVE WS-WIF-PRO-OVERNIGHT TO WS-ASOF-OVERNIGHT-RATE
           END-IF
           .

       WIF-RESTORE-TERMS.
           MOVE WS-WIF-SAV-HOURLY TO WS-HOURLY-RATE
           MOVE WS-WIF-SAV-MOTORCYCLE TO WS-RATE-MOTORCYCLE
           MOVE WS-WIF-SAV-CAR TO WS-RATE-CAR
           MOVE WS-WIF-SAV-BICYCLE TO WS-RATE-BICYCLE
           MOVE WS-WIF-SAV-GRACE TO WS-GRACE-MINUTES
           MOVE WS-WIF-SAV-CAP TO WS-DAILY-FEE-CAP
           MOVE WS-WIF-SAV-OVERNIGHT TO WS-OVERNIGHT-RATE
           .

      * THE FEE TERMS NOW IN THE WORKING FIELDS, ON ONE LINE
       WIF-FORMAT-TERMS.
           MOVE WS-HOURLY-RATE TO WS-WIF-RATE-EDIT
           MOVE WS-RATE-MOTORCYCLE TO WS-WIF-MC-EDIT
           MOVE WS-RATE-CAR TO WS-WIF-CAR-EDIT
           MOVE WS-RATE-BICYCLE TO WS-WIF-BIKE-EDIT
           MOVE WS-GRACE-MINUTES TO WS-WIF-GRACE-EDIT
           MOVE WS-DAILY-FEE-CAP TO WS-WIF-CAP-EDIT
           MOVE WS-OVERNIGHT-RATE TO WS-WIF-OVN-EDIT
           MOVE SPACES TO WS-WIF-TERMS-LINE
           STRING "HOURLY " WS-WIF-RATE-EDIT "  MOTORCYCLE "
                  WS-WIF-MC-EDIT "  CAR " WS-WIF-CAR-EDIT
                  "  BICYCLE " WS-WIF-BIKE-EDIT "  GRACE "
                  WS-WIF-GRACE-EDIT " MIN  DAILY CAP " WS-WIF-CAP-EDIT
                  "  OVERNIGHT " WS-WIF-OVN-EDIT
                  DELIMITED BY SIZE
                  INTO WS-WIF-TERMS-LINE
           END-STRING
           .

      * READS THE PROPOSAL OVER THE WORKING FEE TERMS. A KEY THE
      * PROPOSAL DOES NOT MENTION KEEPS ITS LIVE VALUE; A TYPE RATE
      * THAT IS NOT IN THE LIVE CONFIG EITHER FOLLOWS THE PROPOSED
      * HOURLY-RATE, JUST AS LOAD-CONFIGURATION WOULD HAVE IT
       WIF-LOAD-PROPOSAL.
           MOVE 0 TO WS-WIF-KEYS-USED
           MOVE 0 TO WS-WIF-KEYS-IGNORED
           MOVE 'N' TO WS-WIF-SET-HOURLY
           MOVE 'N' TO WS-WIF-SET-MOTORCYCLE
           MOVE 'N' TO WS-WIF-SET-CAR
           MOVE 'N' TO WS-WIF-SET-BICYCLE
           MOVE 'N' TO WS-WIF-SET-GRACE
           MOVE 'N' TO WS-WIF-SET-CAP
           MOVE 'N' TO WS-WIF-SET-OVERNIGHT
           OPEN INPUT WHATIF-FILE
           IF WS-WIF-STATUS = "35"
               DISPLAY "No proposed terms file (PARKING-WHATIF.dat) "
                       "found."
               EXIT PARAGRAPH
           END-IF
           IF WS-WIF-STATUS NOT = "00"
               STRING "What-If Open Error: " WS-WIF-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WIF-LOAD-PROPOSAL" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WIF-EOF
           PERFORM UNTIL WS-WIF-EOF = 'Y'
               READ WHATIF-FILE
                   AT END
                       MOVE 'Y' TO WS-WIF-EOF
                   NOT AT END
                       IF WIF-KEY NOT = SPACES
                           PERFORM WIF-TAKE-PROPOSED-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WHATIF-FILE

           IF WS-WIF-SET-HOURLY = 'Y'
               IF WS-WIF-SET-MOTORCYCLE = 'N'
                   MOVE "RATE-MOTORCYCLE" TO WS-CFG-SEARCH-KEY
                   PERFORM GET-CONFIG-VALUE
                   IF WS-CFG-SEARCH-VALUE = SPACES
                       MOVE WS-HOURLY-RATE TO WS-RATE-MOTORCYCLE
                       MOVE 'Y' TO WS-WIF-SET-MOTORCYCLE
                   END-IF
               END-IF
               IF WS-WIF-SET-CAR = 'N'
                   MOVE "RATE-CAR" TO WS-CFG-SEARCH-KEY
                   PERFORM GET-CONFIG-VALUE
                   IF WS-CFG-SEARCH-VALUE = SPACES
                       MOVE WS-HOURLY-RATE TO WS-RATE-CAR
                       MOVE 'Y' TO WS-WIF-SET-CAR
                   END-IF
               END-IF
               IF WS-WIF-SET-BICYCLE = 'N'
                   MOVE "RATE-BICYCLE" TO WS-CFG-SEARCH-KEY
                   PERFORM GET-CONFIG-VALUE
                   IF WS-CFG-SEARCH-VALUE = SPACES
                       MOVE WS-HOURLY-RATE TO WS-RATE-BICYCLE
                       MOVE 'Y' TO WS-WIF-SET-BICYCLE
                   END-IF
               END-IF
           END-IF
           IF WS-WIF-KEYS-USED = 0
               DISPLAY "The proposal changes no fee terms - nothing "
                       "to simulate."
           END-IF
           .

       WIF-TAKE-PROPOSED-KEY.
           IF WIF-VALUE = SPACES
               ADD 1 TO WS-WIF-KEYS-IGNORED
               DISPLAY "No value given - ignored: " WIF-KEY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WIF-KEYS-USED
           EVALUATE WIF-KEY
               WHEN "HOURLY-RATE"
                   MOVE FUNCTION NUMVAL(WIF-VALUE) TO WS-HOURLY-RATE
                   MOVE 'Y' TO WS-WIF-SET-HOURLY
               WHEN "RATE-MOTORCYCLE"
                   MOVE FUNCTION NUMVAL(WIF-VALUE)
                       TO WS-RATE-MOTORCYCLE
                   MOVE 'Y' TO WS-WIF-SET-MOTORCYCLE
               WHEN "RATE-CAR"
                   MOVE FUNCTION NUMVAL(WIF-VALUE) TO WS-RATE-CAR
                   MOVE 'Y' TO WS-WIF-SET-CAR
               WHEN "RATE-BICYCLE"
                   MOVE FUNCTION NUMVAL(WIF-VALUE) TO WS-RATE-BICYCLE
                   MOVE 'Y' TO WS-WIF-SET-BICYCLE
               WHEN "GRACE-MINUTES"
                   MOVE FUNCTION NUMVAL(WIF-VALUE) TO WS-GRACE-MINUTES
                   MOVE 'Y' TO WS-WIF-SET-GRACE
               WHEN "DAILY-FEE-CAP"
                   MOVE FUNCTION NUMVAL(WIF-VALUE) TO WS-DAILY-FEE-CAP
                   MOVE 'Y' TO WS-WIF-SET-CAP
               WHEN "OVERNIGHT-RATE"
                   MOVE FUNCTION NUMVAL(WIF-VALUE) TO WS-OVERNIGHT-RATE
                   MOVE 'Y' TO WS-WIF-SET-OVERNIGHT
               WHEN OTHER
                   SUBTRACT 1 FROM WS-WIF-KEYS-USED
                   ADD 1 TO WS-WIF-KEYS-IGNORED
                   DISPLAY "Not a fee term - ignored: " WIF-KEY
           END-EVALUATE
           .

      * THE ALL-VISITS ROW, THE THREE VEHICLE TYPES AND EVERY MONTH IN
      * THE RANGE GO IN FIRST, SO THEY PRINT IN THAT ORDER AND A MONTH
      * WITH NO VISITS STILL SHOWS. LOTS ARE ADDED AS THEY TURN UP
       WIF-SEED-ROWS.
           MOVE 'A' TO WS-WIF-DIM-WANT
           MOVE "ALL VISITS" TO WS-WIF-NAME-WANT
           PERFORM WIF-LOCATE-ROW
           MOVE 'V' TO WS-WIF-DIM-WANT
           MOVE "MOTORCYCLE" TO WS-WIF-NAME-WANT
           PERFORM WIF-LOCATE-ROW
           MOVE "CAR" TO WS-WIF-NAME-WANT
           PERFORM WIF-LOCATE-ROW
           MOVE "BICYCLE" TO WS-WIF-NAME-WANT
           PERFORM WIF-LOCATE-ROW
           MOVE 'M' TO WS-WIF-DIM-WANT
           MOVE WS-WIF-FROM(1:4) TO WS-WIF-SEED-YEAR
           MOVE WS-WIF-FROM(6:2) TO WS-WIF-SEED-MONTH
           COMPUTE WS-WIF-TO-YM =
               FUNCTION NUMVAL(WS-WIF-TO(1:4)) * 100
               + FUNCTION NUMVAL(WS-WIF-TO(6:2))
           COMPUTE WS-WIF-SEED-YM =
               WS-WIF-SEED-YEAR * 100 + WS-WIF-SEED-MONTH
           PERFORM UNTIL WS-WIF-SEED-YM > WS-WIF-TO-YM
                   OR WS-WIF-COUNT-USED >= 150
               MOVE SPACES TO WS-WIF-NAME-WANT
               STRING WS-WIF-SEED-YEAR "-" WS-WIF-SEED-MONTH
                      DELIMITED BY SIZE
                      INTO WS-WIF-NAME-WANT
               END-STRING
               PERFORM WIF-LOCATE-ROW
               IF WS-WIF-SEED-MONTH = 12
                   MOVE 1 TO WS-WIF-SEED-MONTH
                   ADD 1 TO WS-WIF-SEED-YEAR
               ELSE
                   ADD 1 TO WS-WIF-SEED-MONTH
               END-IF
               COMPUTE WS-WIF-SEED-YM =
                   WS-WIF-SEED-YEAR * 100 + WS-WIF-SEED-MONTH
           END-PERFORM
           .

      * FINDS (OR ADDS) THE ROW FOR WS-WIF-DIM-WANT/WS-WIF-NAME-WANT
      * INTO WS-WIF-SUB. ZERO WHEN THE TABLE IS FULL
       WIF-LOCATE-ROW.
           MOVE 0 TO WS-WIF-SUB
           PERFORM VARYING WS-WIF-I FROM 1 BY 1
                   UNTIL WS-WIF-I > WS-WIF-COUNT-USED
                      OR WS-WIF-SUB > 0
               IF WS-WIF-DIM(WS-WIF-I) = WS-WIF-DIM-WANT
                   AND WS-WIF-NAME(WS-WIF-I) = WS-WIF-NAME-WANT
                   MOVE WS-WIF-I TO WS-WIF-SUB
               END-IF
           END-PERFORM
           IF WS-WIF-SUB > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-WIF-COUNT-USED >= 150
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WIF-COUNT-USED
           MOVE WS-WIF-COUNT-USED TO WS-WIF-SUB
           MOVE WS-WIF-DIM-WANT TO WS-WIF-DIM(WS-WIF-SUB)
           MOVE WS-WIF-NAME-WANT TO WS-WIF-NAME(WS-WIF-SUB)
           .

      * THE ARCHIVE, READ WHILE THE SESSION'S OWN PARKING FILE IS
      * STILL OPEN AND UNTOUCHED. EACH ARCHIVED VISIT IS LAID INTO THE
      * PARKING RECORD AREA SO THE GATE'S OWN FEE ROUTINES CAN PRICE
      * IT; NOTHING IS EVER WRITTEN BACK
       WIF-GATHER-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WIF-EOF
           PERFORM UNTIL WS-WIF-EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WIF-EOF
                   NOT AT END
                       PERFORM WIF-HISTORY-VISIT
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       WIF-HISTORY-VISIT.
           IF HIST-TIME-OF-ENTRY(1:10) < WS-WIF-FROM
               OR HIST-TIME-OF-ENTRY(1:10) > WS-WIF-TO
               OR HIST-TIME-OF-EXIT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WIF-READ
           MOVE HIST-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE HIST-LICENSE-PLATE TO LICENSE-PLATE
           MOVE HIST-VEHICLE-TYPE TO VEHICLE-TYPE
           MOVE HIST-LOT-ID TO LOT-ID
           MOVE HIST-TIME-OF-ENTRY TO TIME-OF-ENTRY
           MOVE HIST-TIME-OF-EXIT TO TIME-OF-EXIT
           MOVE HIST-FEE-AMOUNT TO WS-WIF-ACTUAL
           PERFORM WIF-PRICE-VISIT
           .

      * EVERY MONTH'S PARKING FILE IN THE RANGE, LATEST FIRST. A
      * SEALED MONTH IS PASSED OVER - ITS CLOSED VISITS ARE ALREADY IN
      * THE ARCHIVE - THE WAY EVERY OTHER SWEEP PASSES IT OVER
       WIF-GATHER-PERIODS.
           MOVE WS-PARKING-FILENAME TO WS-SAVED-PARKING-FILENAME
           MOVE WS-PERIOD-YEAR TO WS-SAVED-PERIOD-YEAR
           MOVE WS-PERIOD-MONTH TO WS-SAVED-PERIOD-MONTH
           CLOSE PARKING-FILE
           COMPUTE WS-WIF-FROM-YM =
               FUNCTION NUMVAL(WS-WIF-FROM(1:4)) * 100
               + FUNCTION NUMVAL(WS-WIF-FROM(6:2))
           MOVE WS-WIF-TO(1:4) TO WS-PERIOD-YEAR
           MOVE WS-WIF-TO(6:2) TO WS-PERIOD-MONTH
           COMPUTE WS-WIF-PERIOD-YM =
               WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH
           PERFORM UNTIL WS-WIF-PERIOD-YM < WS-WIF-FROM-YM
               MOVE SPACES TO WS-PARKING-FILENAME
               PERFORM BUILD-PARKING-FILENAME
               IF WS-PARKING-FILENAME = WS-SAVED-PARKING-FILENAME
                   OPEN INPUT PARKING-FILE
               ELSE
                   PERFORM OPEN-UNSEALED-PRIOR-INPUT
               END-IF
               IF WS-FILE-STATUS = "00"
                   MOVE 'N' TO WS-WIF-EOF
                   PERFORM UNTIL WS-WIF-EOF = 'Y'
                       READ PARKING-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-WIF-EOF
                           NOT AT END
                               PERFORM WIF-PARKING-VISIT
                       END-READ
                   END-PERFORM
                   CLOSE PARKING-FILE
               END-IF
               PERFORM DECREMENT-PARKING-PERIOD
               COMPUTE WS-WIF-PERIOD-YM =
                   WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH
           END-PERFORM

           MOVE WS-SAVED-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE WS-SAVED-PERIOD-MONTH TO WS-PERIOD-MONTH
           MOVE WS-SAVED-PARKING-FILENAME TO WS-PARKING-FILENAME
           OPEN I-O PARKING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "Reopen Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WIF-GATHER-PERIODS" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           .

      * ONE PARKING-FILE RECORD - A CLOSED VISIT THAT ENTERED IN THE
      * RANGE. WHAT THE STUDENT PREPAID AT THE PAY-STATION IS PART OF
      * WHAT THE VISIT ACTUALLY EARNED
       WIF-PARKING-VISIT.
           IF TIME-OF-ENTRY(1:10) < WS-WIF-FROM
               OR TIME-OF-ENTRY(1:10) > WS-WIF-TO
               OR TIME-OF-EXIT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WIF-READ
           COMPUTE WS-WIF-ACTUAL = FEE-AMOUNT + PREPAID-AMOUNT
           PERFORM WIF-PRICE-VISIT
           .

      * PRICES THE VISIT IN THE PARKING RECORD AREA UNDER THE WORKING
      * (PROPOSED) TERMS EXACTLY AS THE GATE WOULD - FEE, STATUTORY
      * DISCOUNT, THEN A PERMIT THAT COVERED THE DAY IT ENTERED - AND
      * TALLIES IT BESIDE WS-WIF-ACTUAL
       WIF-PRICE-VISIT.
           IF TIME-OF-ENTRY(1:4) IS NOT NUMERIC
               OR TIME-OF-EXIT(1:4) IS NOT NUMERIC
               ADD 1 TO WS-WIF-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE TIME-OF-ENTRY TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-1
           MOVE TIME-OF-EXIT TO WS-ELAPSED-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES-OUT TO WS-ELAPSED-MINUTES-2
           IF WS-ELAPSED-MINUTES-2 < WS-ELAPSED-MINUTES-1
               ADD 1 TO WS-WIF-SKIPPED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ELAPSED-DIFF =
               WS-ELAPSED-MINUTES-2 - WS-ELAPSED-MINUTES-1
           COMPUTE WS-ELAPSED-HOURS-OUT = WS-ELAPSED-DIFF / 60
           COMPUTE WS-ELAPSED-MINS-OUT =
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)

           PERFORM COMPUTE-VISIT-FEE
           PERFORM APPLY-VISIT-DISCOUNT
           IF WS-WIF-PMT-OPEN = 'Y'
               MOVE STUDENT-NUMBER TO PMT-STUDENT-NUMBER
               READ PERMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PMT-VALID-FROM <= TIME-OF-ENTRY(1:10)
                           AND PMT-VALID-TO >= TIME-OF-ENTRY(1:10)
                           AND PMT-PERMIT-TYPE NOT = "REVOKED"
                           MOVE 0 TO FEE-AMOUNT
                       END-IF
               END-READ
           END-IF
           MOVE FEE-AMOUNT TO WS-WIF-SIMULATED
           ADD 1 TO WS-WIF-PRICED

           MOVE 'A' TO WS-WIF-DIM-WANT
           MOVE "ALL VISITS" TO WS-WIF-NAME-WANT
           PERFORM WIF-TALLY-ROW
           MOVE 'V' TO WS-WIF-DIM-WANT
           MOVE VEHICLE-TYPE TO WS-WIF-NAME-WANT
           IF WS-WIF-NAME-WANT = SPACES
               MOVE "UNKNOWN" TO WS-WIF-NAME-WANT
           END-IF
           PERFORM WIF-TALLY-ROW
           MOVE 'L' TO WS-WIF-DIM-WANT
           MOVE LOT-ID TO WS-WIF-NAME-WANT
           IF WS-WIF-NAME-WANT = SPACES
               MOVE "UNKNOWN" TO WS-WIF-NAME-WANT
           END-IF
           PERFORM WIF-TALLY-ROW
           MOVE 'M' TO WS-WIF-DIM-WANT
           MOVE TIME-OF-ENTRY(1:7) TO WS-WIF-NAME-WANT
           PERFORM WIF-TALLY-ROW
           .

       WIF-TALLY-ROW.
           PERFORM WIF-LOCATE-ROW
           IF WS-WIF-SUB = 0
               ADD 1 TO WS-WIF-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WIF-VISITS(WS-WIF-SUB)
           ADD WS-WIF-ACTUAL TO WS-WIF-ACT-AMT(WS-WIF-SUB)
           ADD WS-WIF-SIMULATED TO WS-WIF-SIM-AMT(WS-WIF-SUB)
           IF WS-WIF-SIMULATED > WS-WIF-ACTUAL
               ADD 1 TO WS-WIF-UP(WS-WIF-SUB)
           END-IF
           IF WS-WIF-SIMULATED < WS-WIF-ACTUAL
               ADD 1 TO WS-WIF-DOWN(WS-WIF-SUB)
           END-IF
           .

       WIF-PRINT-REPORT.
           OPEN OUTPUT WHATIF-RPT-FILE
           IF WS-WIR-STATUS NOT = "00"
               STRING "What-If Report Open Error: " WS-WIR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "WIF-PRINT-REPORT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE '1' TO WIR-CARRIAGE-CONTROL
           MOVE SPACES TO WIR-LINE-TEXT
           STRING "FEE SCHEDULE WHAT-IF - VISITS ENTERED " WS-WIF-FROM
                  " TO " WS-WIF-TO "   PRINTED " WS-YEAR "-" WS-MONTH
                  "-" WS-DAY " BY " WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO WIR-LINE-TEXT
           END-STRING
           WRITE WHATIF-RPT-RECORD
           MOVE ' ' TO WIR-CARRIAGE-CONTROL
           MOVE SPACES TO WIR-LINE-TEXT
           STRING "CURRENT : " WS-WIF-CUR-TERMS
                  DELIMITED BY SIZE
                  INTO WIR-LINE-TEXT
           END-STRING
           WRITE WHATIF-RPT-RECORD
           MOVE SPACES TO WIR-LINE-TEXT
           STRING "PROPOSED: " WS-WIF-NEW-TERMS
                  DELIMITED BY SIZE
                  INTO WIR-LINE-TEXT
           END-STRING
           WRITE WHATIF-RPT-RECORD
           MOVE "ACTUAL IS THE FEE RECORDED FOR THE VISIT; SIMULATED IS"
             & " THE SAME VISIT PRICED UNDER THE PROPOSED TERMS."
               TO WIR-LINE-TEXT
           WRITE WHATIF-RPT-RECORD

           MOVE 'V' TO WS-WIF-DIM-WANT
           MOVE "VEHICLE" TO WS-WIF-SECTION
           PERFORM WIF-PRINT-SECTION
           MOVE 'L' TO WS-WIF-DIM-WANT
           MOVE "LOT" TO WS-WIF-SECTION
           PERFORM WIF-PRINT-SECTION
           MOVE 'M' TO WS-WIF-DIM-WANT
           MOVE "MONTH" TO WS-WIF-SECTION
           PERFORM WIF-PRINT-SECTION

           MOVE SPACES TO WIR-LINE-TEXT
           WRITE WHATIF-RPT-RECORD
           MOVE 1 TO WS-WIF-SUB
           PERFORM WIF-PRINT-ROW
           MOVE SPACES TO WIR-LINE-TEXT
           STRING WS-WIF-PRICED " VISIT(S) PRICED, " WS-WIF-SKIPPED
                  " SKIPPED FOR AN UNREADABLE ENTRY/EXIT TIME"
                  DELIMITED BY SIZE
                  INTO WIR-LINE-TEXT
           END-STRING
           WRITE WHATIF-RPT-RECORD
           IF WS-WIF-OVERFLOW > 0
               MOVE SPACES TO WIR-LINE-TEXT
               STRING "NOTE: MORE LOTS/MONTHS THAN THE REPORT HOLDS - "
                      WS-WIF-OVERFLOW " TALLY(IES) NOT BROKEN OUT"
                      DELIMITED BY SIZE
                      INTO WIR-LINE-TEXT
               END-STRING
               WRITE WHATIF-RPT-RECORD
           END-IF
           CLOSE WHATIF-RPT-FILE

           MOVE WS-WIF-ACT-AMT(1) TO WS-WIF-ACT-EDIT
           MOVE WS-WIF-SIM-AMT(1) TO WS-WIF-SIM-EDIT
           DISPLAY WS-WIF-PRICED " visit(s) priced - actual "
                   WS-WIF-ACT-EDIT ", simulated " WS-WIF-SIM-EDIT
           DISPLAY "What-if comparison written to FEE-WHATIF.rpt"
           .

      * ONE BREAKDOWN (ROWS OF DIMENSION WS-WIF-DIM-WANT) UNDER ITS
      * COLUMN HEADINGS
       WIF-PRINT-SECTION.
           MOVE SPACES TO WIR-LINE-TEXT
           WRITE WHATIF-RPT-RECORD
           MOVE SPACES TO WIR-LINE-TEXT
           STRING WS-WIF-SECTION "  VISITS       ACTUAL    SIMULATED"
                  "   DIFFERENCE      UP    DOWN"
                  DELIMITED BY SIZE
                  INTO WIR-LINE-TEXT
           END-STRING
           WRITE WHATIF-RPT-RECORD
           MOVE SPACES TO WIR-LINE-TEXT
           MOVE ALL "-" TO WIR-LINE-TEXT(1:72)
           WRITE WHATIF-RPT-RECORD
           PERFORM VARYING WS-WIF-SUB FROM 1 BY 1
                   UNTIL WS-WIF-SUB > WS-WIF-COUNT-USED
               IF WS-WIF-DIM(WS-WIF-SUB) = WS-WIF-DIM-WANT
                   PERFORM WIF-PRINT-ROW
               END-IF
           END-PERFORM
           .

       WIF-PRINT-ROW.
           MOVE WS-WIF-VISITS(WS-WIF-SUB) TO WS-WIF-CNT-EDIT
           MOVE WS-WIF-ACT-AMT(WS-WIF-SUB) TO WS-WIF-ACT-EDIT
           MOVE WS-WIF-SIM-AMT(WS-WIF-SUB) TO WS-WIF-SIM-EDIT
           COMPUTE WS-WIF-DIFF = WS-WIF-SIM-AMT(WS-WIF-SUB)
               - WS-WIF-ACT-AMT(WS-WIF-SUB)
           MOVE WS-WIF-DIFF TO WS-WIF-DIFF-EDIT
           MOVE WS-WIF-UP(WS-WIF-SUB) TO WS-WIF-UP-EDIT
           MOVE WS-WIF-DOWN(WS-WIF-SUB) TO WS-WIF-DOWN-EDIT
           MOVE SPACES TO WIR-LINE-TEXT
           STRING WS-WIF-NAME(WS-WIF-SUB) "  " WS-WIF-CNT-EDIT "  "
                  WS-WIF-ACT-EDIT "  " WS-WIF-SIM-EDIT "  "
                  WS-WIF-DIFF-EDIT "  " WS-WIF-UP-EDIT "  "
                  WS-WIF-DOWN-EDIT
                  DELIMITED BY SIZE
                  INTO WIR-LINE-TEXT
           END-STRING
           WRITE WHATIF-RPT-RECORD
           .

      * MENU OPTION - SETS ONE DAY OF THE BARRIER-ARM CONTROLLER'S
      * EVENT LOG (GATE-EVENTS.dat) AGAINST THE OPEN COMMANDS THE
      * SYSTEM SENT IT THAT DAY. EACH RAISE IS MATCHED BY ITS
      * REFERENCE TO THE COMMAND - AND SO THE CHECK-IN OR CHECK-OUT -
      * THAT CAUSED IT. THE EXCEPTIONS ARE LISTED ONE BY ONE: A RAISE
      * THE LOOP DETECTOR SAW MORE THAN ONE VEHICLE PASS UNDER (A
      * TAILGATER), VEHICLES COUNTED WITH THE ARM DOWN, A RAISE THAT
      * MATCHES NO COMMAND, AND A COMMAND THE CONTROLLER NEVER ACTED
      * ON. THEY ARE THEN COUNTED BY GATE AND HOUR SO SECURITY CAN SEE
      * WHICH LANE TO STAFF AND WHEN
       GATE-EVENT-RECONCILIATION.
           DISPLAY "Reconcile Date (YYYY-MM-DD, blank = today): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-VDC-DATE-IN
           ACCEPT WS-VDC-DATE-IN
           IF WS-VDC-DATE-IN = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE SPACES TO WS-VDC-DATE-IN
               STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                      DELIMITED BY SIZE
                      INTO WS-VDC-DATE-IN
               END-STRING
           END-IF
           PERFORM VDC-CHECK-DATE-IN
           IF WS-VDC-OK = 'N'
               DISPLAY "Invalid date - use YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VDC-DATE-IN TO WS-GRC-DATE

           INITIALIZE WS-GRC-TOTALS
           INITIALIZE WS-GRC-GATE-TABLE
           MOVE 0 TO WS-GRC-GATE-COUNT
           PERFORM GRC-LOAD-COMMANDS

           OPEN INPUT GATE-EVENT-FILE
           IF WS-GEV-STATUS = "35"
               DISPLAY "No controller event log (GATE-EVENTS.dat) "
                       "found."
               EXIT PARAGRAPH
           END-IF
           IF WS-GEV-STATUS NOT = "00"
               STRING "Gate Event Log Open Error: " WS-GEV-STATUS
                   INTO WS-FILE-ERROR
               MOVE "GATE-EVENT-RECONCILIATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GRR-FILENAME
           STRING "GATE-RECON-" WS-GRC-DATE ".rpt"
                  DELIMITED BY SIZE
                  INTO WS-GRR-FILENAME
           END-STRING
           OPEN OUTPUT GATE-RECON-RPT-FILE
           IF WS-GRR-STATUS NOT = "00"
               STRING "Gate Recon Report Open Error: " WS-GRR-STATUS
                   INTO WS-FILE-ERROR
               MOVE "GATE-EVENT-RECONCILIATION" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE GATE-EVENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE '1' TO GRR-CARRIAGE-CONTROL
           MOVE SPACES TO GRR-LINE-TEXT
           STRING "GATE ARM EVENT RECONCILIATION FOR " WS-GRC-DATE
                  "   PRINTED " WS-YEAR "-" WS-MONTH "-" WS-DAY
                  " BY " WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO GRR-LINE-TEXT
           END-STRING
           WRITE GATE-RECON-RPT-RECORD
           MOVE ' ' TO GRR-CARRIAGE-CONTROL
           MOVE SPACES TO GRR-LINE-TEXT
           WRITE GATE-RECON-RPT-RECORD
           MOVE "EXCEPTIONS" TO GRR-LINE-TEXT
           WRITE GATE-RECON-RPT-RECORD
           MOVE SPACES TO GRR-LINE-TEXT
           MOVE ALL "-" TO GRR-LINE-TEXT(1:100)
           WRITE GATE-RECON-RPT-RECORD

           MOVE 'N' TO WS-GRC-EOF
           PERFORM UNTIL WS-GRC-EOF = 'Y'
               READ GATE-EVENT-FILE
                   AT END
                       MOVE 'Y' TO WS-GRC-EOF
                   NOT AT END
                       PERFORM GRC-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE GATE-EVENT-FILE
           PERFORM VARYING WS-GRC-C FROM 1 BY 1
                   UNTIL WS-GRC-C > WS-GRC-CMD-COUNT
               IF WS-GRC-C-ACTED(WS-GRC-C) = 'N'
                   PERFORM GRC-NOT-ACTED
               END-IF
           END-PERFORM
           IF WS-GRC-T-TAILGATE = 0 AND WS-GRC-T-NORAISE = 0
               AND WS-GRC-T-UNKNOWN = 0 AND WS-GRC-T-NOTACTED = 0
               MOVE "NONE - EVERY RAISE MATCHED ONE COMMAND AND ONE "
                 & "VEHICLE" TO GRR-LINE-TEXT
               WRITE GATE-RECON-RPT-RECORD
           END-IF

           PERFORM GRC-PRINT-SUMMARY
           CLOSE GATE-RECON-RPT-FILE
           DISPLAY "Gate reconciliation for " WS-GRC-DATE ": "
                   WS-GRC-T-RAISES " raise(s), "
                   WS-GRC-T-TAILGATE " tailgate raise(s), "
                   WS-GRC-T-NORAISE " vehicle(s) with no raise, "
                   WS-GRC-T-NOTACTED " command(s) not acted on."
           DISPLAY "Report written to " FUNCTION TRIM(WS-GRR-FILENAME)
           .

      * THE DAY'S OPEN COMMANDS FROM GATE-COMMANDS.dat INTO THE MATCH
      * TABLE, EACH ALSO COUNTED AGAINST ITS LANE AND HOUR. A COMMAND
      * FROM BEFORE COMMANDS CARRIED A REFERENCE CANNOT BE MATCHED AND
      * IS ONLY COUNTED
       GRC-LOAD-COMMANDS.
           MOVE 0 TO WS-GRC-CMD-COUNT
           MOVE 0 TO WS-GRC-CMD-OVERFLOW
           MOVE 0 TO WS-GRC-CMD-NO-REF
           OPEN INPUT GATE-FILE
           IF WS-GATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GRC-EOF
           PERFORM UNTIL WS-GRC-EOF = 'Y'
               READ GATE-FILE
                   AT END
                       MOVE 'Y' TO WS-GRC-EOF
                   NOT AT END
                       PERFORM GRC-ONE-COMMAND
               END-READ
           END-PERFORM
           CLOSE GATE-FILE
           .

       GRC-ONE-COMMAND.
           MOVE SPACES TO WS-GRC-CMD
           UNSTRING GATE-COMMAND-RECORD DELIMITED BY " | "
               INTO WS-GRC-CMD-TS WS-GRC-CMD-LANE WS-GRC-CMD-LOT
                    WS-GRC-CMD-DIR WS-GRC-CMD-VERB WS-GRC-CMD-PLATE
                    WS-GRC-CMD-REF WS-GRC-CMD-STUDENT WS-GRC-CMD-START
           END-UNSTRING
           IF WS-GRC-CMD-TS(1:10) NOT = WS-GRC-DATE
               OR WS-GRC-CMD-VERB NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRC-CMD-LANE TO WS-GRC-GATE-WANT
           MOVE WS-GRC-CMD-TS(12:2) TO WS-GRC-HOUR-IN
           PERFORM GRC-LOCATE-GATE-HOUR
           IF WS-GRC-G > 0
               ADD 1 TO WS-GRC-H-COMMANDS(WS-GRC-G, WS-GRC-H)
           END-IF
           IF WS-GRC-CMD-REF = SPACES
               ADD 1 TO WS-GRC-CMD-NO-REF
               EXIT PARAGRAPH
           END-IF
           IF WS-GRC-CMD-COUNT >= 3000
               ADD 1 TO WS-GRC-CMD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRC-CMD-COUNT
           MOVE WS-GRC-CMD-LANE TO WS-GRC-C-LANE(WS-GRC-CMD-COUNT)
           MOVE WS-GRC-CMD-REF TO WS-GRC-C-REF(WS-GRC-CMD-COUNT)
           MOVE WS-GRC-CMD-TS(12:8) TO WS-GRC-C-TIME(WS-GRC-CMD-COUNT)
           MOVE WS-GRC-CMD-DIR TO WS-GRC-C-DIR(WS-GRC-CMD-COUNT)
           MOVE WS-GRC-CMD-PLATE TO WS-GRC-C-PLATE(WS-GRC-CMD-COUNT)
           MOVE WS-GRC-CMD-LOT TO WS-GRC-C-LOT(WS-GRC-CMD-COUNT)
           MOVE 'N' TO WS-GRC-C-ACTED(WS-GRC-CMD-COUNT)
           MOVE WS-GRC-CMD-STUDENT TO WS-GRC-C-STUDENT(WS-GRC-CMD-COUNT)
           MOVE WS-GRC-CMD-START TO WS-GRC-C-START(WS-GRC-CMD-COUNT)
           .

      * ONE LINE OF THE CONTROLLER'S LOG
       GRC-ONE-EVENT.
           ADD 1 TO WS-GRC-T-EVENTS
           IF GEV-TIMESTAMP(1:10) NOT = WS-GRC-DATE
               ADD 1 TO WS-GRC-T-OTHER-DAY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GRC-VEHICLES
           IF GEV-VEHICLES IS NUMERIC
               MOVE GEV-VEHICLES TO WS-GRC-VEHICLES
           END-IF
           MOVE WS-GRC-VEHICLES TO WS-GRC-VEH-EDIT
           MOVE GEV-GATE TO WS-GRC-GATE-WANT
           MOVE GEV-TIMESTAMP(12:2) TO WS-GRC-HOUR-IN
           PERFORM GRC-LOCATE-GATE-HOUR

      * THE LOOP COUNTED TRAFFIC WITH THE ARM DOWN - A VEHICLE SQUEEZED
      * PAST THE BARRIER OR CAME IN THROUGH THE EXIT LANE
           IF GEV-RAISE-REF = SPACES
               IF WS-GRC-VEHICLES > 0
                   ADD WS-GRC-VEHICLES TO WS-GRC-T-NORAISE
                   IF WS-GRC-G > 0
                       ADD WS-GRC-VEHICLES
                           TO WS-GRC-H-NORAISE(WS-GRC-G, WS-GRC-H)
                   END-IF
                   MOVE SPACES TO GRR-LINE-TEXT
                   STRING "NO RAISE    " GEV-TIMESTAMP "  " GEV-GATE
                          "  " WS-GRC-VEH-EDIT
                          " VEHICLE(S) PASSED WITH THE ARM DOWN"
                          DELIMITED BY SIZE
                          INTO GRR-LINE-TEXT
                   END-STRING
                   WRITE GATE-RECON-RPT-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GRC-T-RAISES
           IF WS-GRC-G > 0
               ADD 1 TO WS-GRC-H-RAISES(WS-GRC-G, WS-GRC-H)
           END-IF
           MOVE 0 TO WS-GRC-HIT
           PERFORM VARYING WS-GRC-C FROM 1 BY 1
                   UNTIL WS-GRC-C > WS-GRC-CMD-COUNT
                      OR WS-GRC-HIT > 0
               IF WS-GRC-C-REF(WS-GRC-C) = GEV-RAISE-REF
                   AND WS-GRC-C-LANE(WS-GRC-C) = GEV-GATE
                   AND WS-GRC-C-ACTED(WS-GRC-C) = 'N'
                   MOVE WS-GRC-C TO WS-GRC-HIT
               END-IF
           END-PERFORM
      * A RAISE NO COMMAND ASKED FOR - THE ARM WORKED BY HAND AT THE
      * CONTROLLER, OR A REFERENCE RAISED TWICE
           IF WS-GRC-HIT = 0
               ADD 1 TO WS-GRC-T-UNKNOWN
               IF WS-GRC-G > 0
                   ADD 1 TO WS-GRC-H-UNKNOWN(WS-GRC-G, WS-GRC-H)
               END-IF
               MOVE SPACES TO GRR-LINE-TEXT
               STRING "NO COMMAND  " GEV-TIMESTAMP "  " GEV-GATE
                      "  REF " GEV-RAISE-REF "  " WS-GRC-VEH-EDIT
                      " VEHICLE(S) - RAISE MATCHES NO COMMAND SENT"
                      DELIMITED BY SIZE
                      INTO GRR-LINE-TEXT
               END-STRING
               WRITE GATE-RECON-RPT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-GRC-C-ACTED(WS-GRC-HIT)
           IF WS-GRC-VEHICLES > 1
               ADD 1 TO WS-GRC-T-TAILGATE
               COMPUTE WS-GRC-T-EXTRA =
                   WS-GRC-T-EXTRA + WS-GRC-VEHICLES - 1
               IF WS-GRC-G > 0
                   ADD 1 TO WS-GRC-H-TAILGATE(WS-GRC-G, WS-GRC-H)
                   COMPUTE WS-GRC-H-EXTRA(WS-GRC-G, WS-GRC-H) =
                       WS-GRC-H-EXTRA(WS-GRC-G, WS-GRC-H)
                       + WS-GRC-VEHICLES - 1
               END-IF
               MOVE SPACES TO GRR-LINE-TEXT
               STRING "TAILGATE    " GEV-TIMESTAMP "  " GEV-GATE
                      "  REF " GEV-RAISE-REF "  " WS-GRC-VEH-EDIT
                      " VEHICLES ON ONE RAISE FOR "
                      WS-GRC-C-DIR(WS-GRC-HIT) " "
                      WS-GRC-C-PLATE(WS-GRC-HIT) " "
                      WS-GRC-C-LOT(WS-GRC-HIT)
                      DELIMITED BY SIZE
                      INTO GRR-LINE-TEXT
               END-STRING
               WRITE GATE-RECON-RPT-RECORD
               MOVE WS-GRC-HIT TO WS-GRC-C
               PERFORM GRC-PRINT-VISIT
           END-IF
           .

      * A COMMAND NO RAISE ANSWERED - THE CONTROLLER MISSED IT, OR
      * THE GUARD LIFTED THE ARM BY HAND WHILE IT WAS DOWN
       GRC-NOT-ACTED.
           ADD 1 TO WS-GRC-T-NOTACTED
           MOVE WS-GRC-C-LANE(WS-GRC-C) TO WS-GRC-GATE-WANT
           MOVE WS-GRC-C-TIME(WS-GRC-C)(1:2) TO WS-GRC-HOUR-IN
           PERFORM GRC-LOCATE-GATE-HOUR
           IF WS-GRC-G > 0
               ADD 1 TO WS-GRC-H-NOTACTED(WS-GRC-G, WS-GRC-H)
           END-IF
           MOVE SPACES TO GRR-LINE-TEXT
           STRING "NOT ACTED   " WS-GRC-DATE " "
                  WS-GRC-C-TIME(WS-GRC-C) "  "
                  WS-GRC-C-LANE(WS-GRC-C) "  REF "
                  WS-GRC-C-REF(WS-GRC-C) "  "
                  WS-GRC-C-DIR(WS-GRC-C) " "
                  WS-GRC-C-PLATE(WS-GRC-C) " "
                  WS-GRC-C-LOT(WS-GRC-C)
                  "  COMMAND NEVER ACTED ON"
                  DELIMITED BY SIZE
                  INTO GRR-LINE-TEXT
           END-STRING
           WRITE GATE-RECON-RPT-RECORD
           PERFORM GRC-PRINT-VISIT
           .

      * THE CHECK-IN OR CHECK-OUT BEHIND COMMAND WS-GRC-C, UNDER ITS
      * EXCEPTION LINE, SO THE VISIT CAN BE PULLED UP WITHOUT A HUNT.
      * A COMMAND SENT BEFORE COMMANDS NAMED THEIR VISIT HAS NONE
       GRC-PRINT-VISIT.
           IF WS-GRC-C-STUDENT(WS-GRC-C) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GRR-LINE-TEXT
           STRING "            STUDENT " WS-GRC-C-STUDENT(WS-GRC-C)
                  "  VISIT STARTED " WS-GRC-C-START(WS-GRC-C)
                  DELIMITED BY SIZE
                  INTO GRR-LINE-TEXT
           END-STRING
           WRITE GATE-RECON-RPT-RECORD
           .

      * WS-GRC-GATE-WANT / WS-GRC-HOUR-IN TO THE GATE ROW (ADDED IF
      * NEW) AND HOUR COLUMN. WS-GRC-G COMES BACK ZERO WHEN THE TABLE
      * IS FULL; AN UNREADABLE HOUR IS COUNTED AT MIDNIGHT
       GRC-LOCATE-GATE-HOUR.
           MOVE 1 TO WS-GRC-H
           IF WS-GRC-HOUR-IN IS NUMERIC
               IF WS-GRC-HOUR-IN < "24"
                   COMPUTE WS-GRC-H =
                       FUNCTION NUMVAL(WS-GRC-HOUR-IN) + 1
               END-IF
           END-IF
           MOVE 0 TO WS-GRC-G
           PERFORM VARYING WS-GRC-I FROM 1 BY 1
                   UNTIL WS-GRC-I > WS-GRC-GATE-COUNT
                      OR WS-GRC-G > 0
               IF WS-GRC-G-NAME(WS-GRC-I) = WS-GRC-GATE-WANT
                   MOVE WS-GRC-I TO WS-GRC-G
               END-IF
           END-PERFORM
           IF WS-GRC-G > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GRC-GATE-COUNT >= 10
               ADD 1 TO WS-GRC-T-GATE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRC-GATE-COUNT
           MOVE WS-GRC-GATE-COUNT TO WS-GRC-G
           MOVE WS-GRC-GATE-WANT TO WS-GRC-G-NAME(WS-GRC-G)
           .

      * EVERY GATE AND HOUR THAT SAW ANY TRAFFIC OR EXCEPTION, WITH
      * THE DAY'S TOTALS BENEATH
       GRC-PRINT-SUMMARY.
           MOVE SPACES TO GRR-LINE-TEXT
           WRITE GATE-RECON-RPT-RECORD
           MOVE "BY GATE AND HOUR" TO GRR-LINE-TEXT
           WRITE GATE-RECON-RPT-RECORD
           MOVE "TAILGATE = RAISES WITH MORE THAN ONE VEHICLE UNDER THE"
             & " ARM; EXTRA VEH = THE VEHICLES BEYOND THE FIRST."
               TO GRR-LINE-TEXT
           WRITE GATE-RECON-RPT-RECORD
           MOVE SPACES TO GRR-LINE-TEXT
           MOVE "GATE" TO GRR-LINE-TEXT(1:4)
           MOVE "HOUR" TO GRR-LINE-TEXT(11:4)
           MOVE "CMDS" TO GRR-LINE-TEXT(19:4)
           MOVE "RAISES" TO GRR-LINE-TEXT(26:6)
           MOVE "TAILGATE" TO GRR-LINE-TEXT(33:8)
           MOVE "EXTRA VEH" TO GRR-LINE-TEXT(41:9)
           MOVE "NO-RAISE" TO GRR-LINE-TEXT(51:8)
           MOVE "NOT ACTED" TO GRR-LINE-TEXT(59:9)
           MOVE "NO CMD" TO GRR-LINE-TEXT(71:6)
           WRITE GATE-RECON-RPT-RECORD
           MOVE SPACES TO GRR-LINE-TEXT
           MOVE ALL "-" TO GRR-LINE-TEXT(1:76)
           WRITE GATE-RECON-RPT-RECORD
           PERFORM VARYING WS-GRC-G FROM 1 BY 1
                   UNTIL WS-GRC-G > WS-GRC-GATE-COUNT
               PERFORM VARYING WS-GRC-H FROM 1 BY 1
                       UNTIL WS-GRC-H > 24
                   COMPUTE WS-GRC-HOUR-ACTIVITY =
                       WS-GRC-H-COMMANDS(WS-GRC-G, WS-GRC-H)
                       + WS-GRC-H-RAISES(WS-GRC-G, WS-GRC-H)
                       + WS-GRC-H-NORAISE(WS-GRC-G, WS-GRC-H)
                   IF WS-GRC-HOUR-ACTIVITY > 0
                       PERFORM GRC-PRINT-HOUR
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO GRR-LINE-TEXT
           MOVE ALL "-" TO GRR-LINE-TEXT(1:76)
           WRITE GATE-RECON-RPT-RECORD
           MOVE WS-GRC-T-RAISES TO WS-GRC-E2
           MOVE WS-GRC-T-TAILGATE TO WS-GRC-E3
           MOVE WS-GRC-T-EXTRA TO WS-GRC-E4
           MOVE WS-GRC-T-NORAISE TO WS-GRC-E5
           MOVE WS-GRC-T-NOTACTED TO WS-GRC-E6
           MOVE WS-GRC-T-UNKNOWN TO WS-GRC-E7
           MOVE SPACES TO GRR-LINE-TEXT
           STRING "ALL GATES                 " WS-GRC-E2
                  "    " WS-GRC-E3 "    " WS-GRC-E4 "    " WS-GRC-E5
                  "    " WS-GRC-E6 "    " WS-GRC-E7
                  DELIMITED BY SIZE
                  INTO GRR-LINE-TEXT
           END-STRING
           WRITE GATE-RECON-RPT-RECORD
           IF WS-GRC-CMD-NO-REF > 0
               MOVE SPACES TO GRR-LINE-TEXT
               STRING "NOTE: " WS-GRC-CMD-NO-REF " COMMAND(S) CARRY NO "
                      "REFERENCE AND COULD NOT BE MATCHED"
                      DELIMITED BY SIZE
                      INTO GRR-LINE-TEXT
               END-STRING
               WRITE GATE-RECON-RPT-RECORD
           END-IF
           IF WS-GRC-CMD-OVERFLOW > 0
               MOVE SPACES TO GRR-LINE-TEXT
               STRING "NOTE: MORE COMMANDS THAN THE RUN HOLDS - "
                      WS-GRC-CMD-OVERFLOW " NOT MATCHED"
                      DELIMITED BY SIZE
                      INTO GRR-LINE-TEXT
               END-STRING
               WRITE GATE-RECON-RPT-RECORD
           END-IF
           IF WS-GRC-T-GATE-FULL > 0
               MOVE SPACES TO GRR-LINE-TEXT
               STRING "NOTE: MORE GATES THAN THE REPORT HOLDS - "
                      WS-GRC-T-GATE-FULL " ITEM(S) NOT BROKEN OUT"
                      DELIMITED BY SIZE
                      INTO GRR-LINE-TEXT
               END-STRING
               WRITE GATE-RECON-RPT-RECORD
           END-IF
           IF WS-GRC-T-OTHER-DAY > 0
               MOVE SPACES TO GRR-LINE-TEXT
               STRING "NOTE: " WS-GRC-T-OTHER-DAY " LOG LINE(S) FOR "
                      "ANOTHER DAY IGNORED"
                      DELIMITED BY SIZE
                      INTO GRR-LINE-TEXT
               END-STRING
               WRITE GATE-RECON-RPT-RECORD
           END-IF
           .

       GRC-PRINT-HOUR.
           COMPUTE WS-GRC-HOUR-EDIT = WS-GRC-H - 1
           MOVE WS-GRC-H-COMMANDS(WS-GRC-G, WS-GRC-H) TO WS-GRC-E1
           MOVE WS-GRC-H-RAISES(WS-GRC-G, WS-GRC-H) TO WS-GRC-E2
           MOVE WS-GRC-H-TAILGATE(WS-GRC-G, WS-GRC-H) TO WS-GRC-E3
           MOVE WS-GRC-H-EXTRA(WS-GRC-G, WS-GRC-H) TO WS-GRC-E4
           MOVE WS-GRC-H-NORAISE(WS-GRC-G, WS-GRC-H) TO WS-GRC-E5
           MOVE WS-GRC-H-NOTACTED(WS-GRC-G, WS-GRC-H) TO WS-GRC-E6
           MOVE WS-GRC-H-UNKNOWN(WS-GRC-G, WS-GRC-H) TO WS-GRC-E7
           MOVE SPACES TO GRR-LINE-TEXT
           STRING WS-GRC-G-NAME(WS-GRC-G) "  " WS-GRC-HOUR-EDIT
                  ":00  " WS-GRC-E1 "    " WS-GRC-E2 "    " WS-GRC-E3
                  "    " WS-GRC-E4 "    " WS-GRC-E5 "    " WS-GRC-E6
                  "    " WS-GRC-E7
                  DELIMITED BY SIZE
                  INTO GRR-LINE-TEXT
           END-STRING
           WRITE GATE-RECON-RPT-RECORD
           .

      * MENU OPTION (SUPERVISOR) - THE WAY BACK A FAT-FINGERED RECEIPT
      * NEVER HAD. THE ORIGINAL IS MARKED REVERSED (BALANCE CLEARED SO
      * IT CAN NEVER BE COLLECTED ON), AN OFFSETTING REFUND RECORD IS
      * WRITTEN UNDER THE NEXT RECEIPT NUMBER POINTING BACK AT IT, AND
      * THE PAY-VOID AUDIT LINE CARRIES THE AMOUNT AND TENDER SO THE
      * CASH-UP AND FINANCE JOURNAL BACK THE MONEY OUT AGAIN
       VOID-REFUND-PAYMENT.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-MKC-EXECUTING = 'Y'
               MOVE WS-MKC-R-RECEIPT-IN TO WS-VOID-RCPT-IN
           ELSE
               DISPLAY "Enter Receipt Number: " WITH NO ADVANCING
               ACCEPT WS-VOID-RCPT-IN
           END-IF
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               DISPLAY "No payments on file."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-VOID-RCPT-IN)
               TO PAY-RECEIPT-NUMBER
           READ PAYMENT-FILE
               INVALID KEY
                   DISPLAY "Receipt not found."
                   CLOSE PAYMENT-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF PAY-STATUS = "REVERSED" OR PAY-STATUS = "REFUND"
               DISPLAY "That receipt is already part of a reversal."
               CLOSE PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
      * A BALANCE MOVED ONTO A PAYMENT PLAN IS OWED ON THE PLAN NOW -
      * VOIDING THE RECEIPT WOULD LEAVE THE PLAN CHARGING FOR IT
           IF PAY-STATUS = "ONPLAN"
               DISPLAY "That receipt's balance is on a payment plan "
                       "- it cannot be reversed."
               CLOSE PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
      * A WALLET TOP-UP CAN ONLY BE HANDED BACK WHILE THE MONEY IS
      * STILL IN THE WALLET - ONCE IT HAS PAID FOR PARKING IT IS SPENT
           IF PAY-REVENUE-TYPE = "WALLET"
               MOVE PAY-STUDENT-NUMBER TO WS-WLT-STUDENT
               PERFORM WLT-READ-BALANCE
               IF WS-WLT-BALANCE < PAY-AMOUNT-PAID
                   MOVE WS-WLT-BALANCE TO WS-FEE-DISPLAY
                   DISPLAY "That top-up has been spent - the wallet "
                           "holds only " WS-FEE-DISPLAY
                   CLOSE PAYMENT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE PAY-AMOUNT-PAID TO WS-FEE-DISPLAY
           DISPLAY "Receipt " PAY-RECEIPT-NUMBER " dated " PAY-DATE
                   " for " PAY-STUDENT-NUMBER
           DISPLAY "Recorded paid: " WS-FEE-DISPLAY " ("
                   FUNCTION TRIM(PAY-TENDER-TYPE) ") - status "
                   PAY-STATUS
      * A REVERSAL IS A TWO-SUPERVISOR ACTION - THE FIRST ONE ONLY
      * FILES IT; THE APPROVED ITEM COMES BACK THROUGH HERE FED FROM
      * THE APPROVAL QUEUE
           IF WS-MKC-EXECUTING = 'Y'
               MOVE WS-MKC-R-REASON TO WS-VOID-REASON-IN
           ELSE
               DISPLAY "Reason for void/refund: " WITH NO ADVANCING
               ACCEPT WS-VOID-REASON-IN
               DISPLAY "Request reversal of this receipt? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRM-YN
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
               IF WS-CONFIRM-YN NOT = "Y"
                   DISPLAY "Reversal cancelled."
                   CLOSE PAYMENT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-MKC-REQUEST
               MOVE "VOID" TO WS-MKC-R-ACTION
               MOVE PAY-STUDENT-NUMBER TO WS-MKC-R-STUDENT
               MOVE WS-VOID-RCPT-IN TO WS-MKC-R-RECEIPT-IN
               MOVE WS-VOID-REASON-IN TO WS-MKC-R-REASON
               MOVE PAY-RECEIPT-NUMBER TO WS-VOID-ORIG-DISPLAY
               STRING "RCPT:" DELIMITED BY SIZE
                      WS-VOID-ORIG-DISPLAY DELIMITED BY SIZE
                      "/PAID:" DELIMITED BY SIZE
                      WS-FEE-DISPLAY DELIMITED BY SIZE
                      INTO WS-MKC-R-SUMMARY
               END-STRING
               CLOSE PAYMENT-FILE
               PERFORM MKC-FILE-REQUEST
               EXIT PARAGRAPH
           END-IF

           MOVE PAY-RECEIPT-NUMBER TO WS-VOID-ORIG-RCPT
           MOVE PAY-AMOUNT-PAID TO WS-VOID-AMOUNT
           MOVE PAY-STUDENT-NUMBER TO WS-VOID-STUDENT
           MOVE PAY-REVENUE-TYPE TO WS-VOID-REV-TYPE
           MOVE PAY-TENDER-TYPE TO WS-VOID-TENDER
      * THE BEFORE IMAGE CARRIES THE ORIGINAL STATUS AND THE REVENUE
      * CLASS AT FIXED OFFSETS (STATUS IS X(8), SO THE CLASS SITS AT
      * COLUMN 73 OF THE AUDIT LINE) - THE JOURNAL EXTRACT BACKS THE
      * REVERSAL OUT OF THE ACCOUNT THE MONEY ACTUALLY WENT INTO
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING PAY-STATUS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PAY-REVENUE-TYPE DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "REVERSED" TO PAY-STATUS
           MOVE 0 TO PAY-BALANCE
           REWRITE PAYMENT-RECORD
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Rewrite Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "VOID-REFUND-PAYMENT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF

      * THE OFFSETTING ENTRY - THE REFUNDED AMOUNT RIDES IN
      * PAY-AMOUNT-PAID UNDER THE "REFUND" STATUS, NEVER AS A
      * COLLECTABLE BALANCE
           MOVE 0 TO WS-LOCK-RETRIES
           PERFORM WRITE-REFUND-RECORD
           PERFORM UNTIL WS-PAYMENT-STATUS NOT = "22"
                   OR WS-LOCK-RETRIES >= 5
               ADD 1 TO WS-LOCK-RETRIES
               PERFORM WRITE-REFUND-RECORD
           END-PERFORM
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Refund Write Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "VOID-REFUND-PAYMENT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
           CLOSE PAYMENT-FILE
           MOVE WS-VOID-ORIG-RCPT TO WS-VOID-ORIG-DISPLAY
           DISPLAY "Receipt " WS-VOID-ORIG-DISPLAY
                   " reversed by refund receipt " WS-RECEIPT-DISPLAY

           MOVE WS-VOID-STUDENT TO STUDENT-NUMBER
           MOVE "PAY-VOID" TO WS-AUDIT-ACTION
           MOVE WS-VOID-AMOUNT TO WS-FEE-DISPLAY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "RCPT:" DELIMITED BY SIZE
                  WS-VOID-ORIG-DISPLAY DELIMITED BY SIZE
                  "/PAID:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "/TND:" DELIMITED BY SIZE
                  WS-VOID-TENDER DELIMITED BY SIZE
                  "/RSN:" DELIMITED BY SIZE
                  WS-VOID-REASON-IN DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           IF WS-VOID-REV-TYPE = "WALLET"
               OR WS-VOID-TENDER = "WALLET"
               PERFORM WLT-REVERSE-ENTRY
           END-IF
           MOVE 'Y' TO WS-MKC-DONE
           .

      * ONE ATTEMPT AT THE OFFSETTING REFUND RECORD - PULLED OUT SO A
      * DUPLICATE RECEIPT NUMBER FROM THE OTHER TERMINAL CAN BE
      * RETRIED WITH A FRESH ONE, AS WRITE-PAYMENT-RECORD DOES
       WRITE-REFUND-RECORD.
           PERFORM GET-NEXT-RECEIPT-NUMBER
           MOVE WS-NEXT-RECEIPT TO PAY-RECEIPT-NUMBER
           MOVE WS-VOID-STUDENT TO PAY-STUDENT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO PAY-DATE
           END-STRING
           STRING WS-HOURS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
                  INTO PAY-TIME
           END-STRING
           MOVE 0 TO PAY-AMOUNT-DUE
           MOVE WS-VOID-AMOUNT TO PAY-AMOUNT-PAID
           MOVE 0 TO PAY-BALANCE
           MOVE "REFUND" TO PAY-STATUS
           MOVE WS-VOID-REV-TYPE TO PAY-REVENUE-TYPE
           MOVE WS-VOID-TENDER TO PAY-TENDER-TYPE
           MOVE WS-VOID-ORIG-RCPT TO PAY-REVERSES
           WRITE PAYMENT-RECORD
           .

      * MENU OPTION - MATCHES OUR E-WALLET TENDERS AGAINST THE
      * PROVIDER'S SETTLEMENT FILE FOR A CHOSEN SETTLEMENT DATE AND
      * REPORTS WHAT THEY PAID US SHORT, WHAT THEY NEVER SETTLED, AND
      * WHAT THEY SETTLED THAT WE HAVE NO RECEIPT FOR
       EWALLET-SETTLEMENT-RECON.
           DISPLAY "Settlement Date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-STL-DATE-IN
           MOVE 0 TO WS-STL-COUNT
           MOVE 0 TO WS-STL-MATCHED-CNT
           MOVE 0 TO WS-STL-SHORT-CNT
           MOVE 0 TO WS-STL-MISSING-CNT
           MOVE 0 TO WS-STL-UNKNOWN-CNT
           MOVE 0 TO WS-STL-SHORT-TOTAL
           MOVE 0 TO WS-STL-MISSING-TOTAL

           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLEMENT-STATUS = "35"
               DISPLAY "No provider settlement file "
                       "(EWALLET-SETTLEMENT.dat) found."
               EXIT PARAGRAPH
           END-IF
           IF WS-SETTLEMENT-STATUS NOT = "00"
               STRING "Settlement Open Error: " WS-SETTLEMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "EWALLET-SETTLEMENT-RECON" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SETTLEMENT-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF STL-DATE = WS-STL-DATE-IN
                           AND WS-STL-COUNT < 200
                           ADD 1 TO WS-STL-COUNT
                           MOVE STL-RECEIPT-NUMBER
                               TO WS-STL-RECEIPT(WS-STL-COUNT)
                           MOVE FUNCTION NUMVAL(STL-AMOUNT)
                               TO WS-STL-AMOUNT(WS-STL-COUNT)
                           MOVE 'N' TO WS-STL-MATCHED(WS-STL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLEMENT-FILE

           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               DISPLAY "No payments on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--- E-Wallet Settlement Reconciliation for "
                   WS-STL-DATE-IN " ---"
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF PAY-TENDER-TYPE = "EWALLET"
                           AND PAY-DATE = WS-STL-DATE-IN
                           AND PAY-AMOUNT-PAID > 0
                           PERFORM MATCH-ONE-EWALLET-TENDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE

           PERFORM VARYING WS-STL-I FROM 1 BY 1
                   UNTIL WS-STL-I > WS-STL-COUNT
               IF WS-STL-MATCHED(WS-STL-I) = 'N'
                   ADD 1 TO WS-STL-UNKNOWN-CNT
                   DISPLAY "  Provider settled receipt "
                           WS-STL-RECEIPT(WS-STL-I)
                           " that is not an e-wallet tender of ours."
               END-IF
           END-PERFORM

           MOVE WS-STL-SHORT-TOTAL TO WS-STL-AMT-DISPLAY
           DISPLAY "Matched: " WS-STL-MATCHED-CNT
                   "  Short-paid: " WS-STL-SHORT-CNT
                   " (total short " WS-STL-AMT-DISPLAY ")"
           MOVE WS-STL-MISSING-TOTAL TO WS-STL-AMT-DISPLAY
           DISPLAY "Unsettled by provider: " WS-STL-MISSING-CNT
                   " (total " WS-STL-AMT-DISPLAY ")"
           DISPLAY "Unknown provider lines: " WS-STL-UNKNOWN-CNT

           MOVE SPACES TO STUDENT-NUMBER
           MOVE "EW-RECON" TO WS-AUDIT-ACTION
           MOVE WS-STL-DATE-IN TO WS-AUDIT-BEFORE
           MOVE WS-STL-SHORT-TOTAL TO WS-STL-AMT-DISPLAY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "MATCHED:" WS-STL-MATCHED-CNT
                  "/SHORT:" WS-STL-AMT-DISPLAY
                  "/MISSING:" WS-STL-MISSING-CNT
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * ONE E-WALLET RECEIPT AGAINST THE PROVIDER TABLE
       MATCH-ONE-EWALLET-TENDER.
           MOVE 'N' TO WS-STL-HIT
           PERFORM VARYING WS-STL-I FROM 1 BY 1
                   UNTIL WS-STL-I > WS-STL-COUNT
               IF WS-STL-RECEIPT(WS-STL-I) = PAY-RECEIPT-NUMBER
                   AND WS-STL-MATCHED(WS-STL-I) = 'N'
                   AND WS-STL-HIT = 'N'
                   MOVE 'Y' TO WS-STL-HIT
                   MOVE 'Y' TO WS-STL-MATCHED(WS-STL-I)
                   IF WS-STL-AMOUNT(WS-STL-I) < PAY-AMOUNT-PAID
                       ADD 1 TO WS-STL-SHORT-CNT
                       COMPUTE WS-STL-SHORT-TOTAL =
                           WS-STL-SHORT-TOTAL + PAY-AMOUNT-PAID
                           - WS-STL-AMOUNT(WS-STL-I)
                       MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
                       DISPLAY "  Receipt " WS-RECEIPT-DISPLAY
                               " settled SHORT by the provider."
                   ELSE
                       ADD 1 TO WS-STL-MATCHED-CNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STL-HIT = 'N'
               ADD 1 TO WS-STL-MISSING-CNT
               ADD PAY-AMOUNT-PAID TO WS-STL-MISSING-TOTAL
               MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
               DISPLAY "  Receipt " WS-RECEIPT-DISPLAY
                       " has no provider settlement line."
           END-IF
           .

      * MENU OPTION - SHOWS EVERY RECEIPT STILL CARRYING A BALANCE FOR
      * ONE STUDENT AND OFFERS TO COLLECT ON THEM THERE AND THEN, SO
      * THE CLERK CAN ANSWER "HOW MUCH DO I OWE?" AT THE WINDOW
       OUTSTANDING-BALANCE-INQUIRY.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-OUTSTANDING-BALANCE
           IF WS-OUTSTANDING-TOTAL = 0
               DISPLAY "No outstanding balance for this student."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OUTSTANDING-TOTAL TO WS-OUTSTANDING-DISPLAY
           DISPLAY "--- Outstanding Balance ---"
           DISPLAY "Unsettled Receipts: " WS-OUTSTANDING-COUNT
           DISPLAY "Total Owed: " WS-OUTSTANDING-DISPLAY
           DISPLAY "Collect now? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-YN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-YN) TO WS-CONFIRM-YN
           IF WS-CONFIRM-YN = "Y"
               PERFORM SETTLE-OUTSTANDING-RECEIPTS
           END-IF
           .

      * SETS WS-PERMIT-ACTIVE WHEN WS-STUDENT-NUMBER HOLDS A PERMIT
      * WHOSE VALIDITY WINDOW COVERS TODAY. AN EXPIRED OR NOT-YET-
      * STARTED PERMIT LEAVES THE FLAG AT 'N' SO THE CALLER FALLS BACK
      * TO THE NORMAL HOURLY COMPUTATION
       CHECK-ACTIVE-PERMIT.
           MOVE 'N' TO WS-PERMIT-ACTIVE
           MOVE 0 TO WS-ACTIVE-PERMIT-NO
           OPEN INPUT PERMIT-FILE
           IF WS-PERMIT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PERMIT-STATUS NOT = "00"
               STRING "Permit Open Error: " WS-PERMIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CHECK-ACTIVE-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-NUMBER TO PMT-STUDENT-NUMBER
           READ PERMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   STRING WS-YEAR DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-MONTH DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-DAY DELIMITED BY SIZE
                          INTO WS-TODAY-DATE
                   END-STRING
                   IF PMT-VALID-FROM <= WS-TODAY-DATE
                       AND PMT-VALID-TO >= WS-TODAY-DATE
                       AND PMT-PERMIT-TYPE NOT = "REVOKED"
                       MOVE 'Y' TO WS-PERMIT-ACTIVE
                       MOVE PMT-PERMIT-NUMBER TO WS-ACTIVE-PERMIT-NO
                   END-IF
           END-READ
           CLOSE PERMIT-FILE
           .

      * MENU OPTION - ISSUES A NEW SEMESTER PERMIT OR RENEWS AN
      * EXISTING ONE. A RENEWAL KEEPS THE STUDENT'S PERMIT NUMBER AND
      * JUST REWRITES THE VALIDITY WINDOW; A FIRST ISSUE DRAWS THE
      * NEXT NUMBER IN SEQUENCE, LIKE RECEIPTS
       ISSUE-PARKING-PERMIT.
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
           IF VALID-INPUT = 'N'
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-MASTER
           IF WS-ON-ROSTER = 'N'
               DISPLAY "Student Number not found in the registrar's "
                       "master roster!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Permit Type (e.g. SEMESTER): "
                   WITH NO ADVANCING
           ACCEPT WS-PERMIT-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-PERMIT-TYPE-IN)
               TO WS-PERMIT-TYPE-IN
           IF WS-PERMIT-TYPE-IN = SPACES
               MOVE "SEMESTER" TO WS-PERMIT-TYPE-IN
           END-IF
           DISPLAY "Valid From (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-PERMIT-FROM-IN
           DISPLAY "Valid To (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-PERMIT-TO-IN
           IF WS-PERMIT-FROM-IN = SPACES
               OR WS-PERMIT-TO-IN = SPACES
               OR WS-PERMIT-TO-IN < WS-PERMIT-FROM-IN
               DISPLAY "Invalid validity period!"
               EXIT PARAGRAPH
           END-IF
      * WHILE A SEMESTER ROUND IS RUNNING ITS PERMITS GO BY PRIORITY
      * AND LOTTERY, NOT TO WHOEVER REACHES THE WINDOW FIRST
           IF WS-PAP-ROUND NOT = SPACES
               AND WS-PERMIT-TYPE-IN = "SEMESTER"
               AND WS-PERMIT-FROM-IN <= WS-PAP-ROUND-TO
               AND WS-PERMIT-TO-IN >= WS-PAP-ROUND-FROM
               DISPLAY "Semester permits for this period are allocated "
                       "through the application round - use option 93."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PERMIT-FILE
           IF WS-PERMIT-STATUS = "35"
               OPEN OUTPUT PERMIT-FILE
               CLOSE PERMIT-FILE
               OPEN I-O PERMIT-FILE
           END-IF
           IF WS-PERMIT-STATUS NOT = "00"
               STRING "Permit Open Error: " WS-PERMIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "ISSUE-PARKING-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE WS-STUDENT-NUMBER TO PMT-STUDENT-NUMBER
           READ PERMIT-FILE
               INVALID KEY
                   PERFORM GET-NEXT-PERMIT-NUMBER
                   MOVE WS-STUDENT-NUMBER TO PMT-STUDENT-NUMBER
                   MOVE WS-NEXT-PERMIT-NO TO PMT-PERMIT-NUMBER
                   MOVE WS-PERMIT-TYPE-IN TO PMT-PERMIT-TYPE
                   MOVE WS-PERMIT-FROM-IN TO PMT-VALID-FROM
                   MOVE WS-PERMIT-TO-IN TO PMT-VALID-TO
                   WRITE PERMIT-RECORD
                   IF WS-PERMIT-STATUS = "00"
                       DISPLAY "Permit " PMT-PERMIT-NUMBER
                               " issued, valid " PMT-VALID-FROM
                               " to " PMT-VALID-TO
                   END-IF
               NOT INVALID KEY
                   MOVE PMT-VALID-TO TO WS-AUDIT-BEFORE
                   MOVE WS-PERMIT-TYPE-IN TO PMT-PERMIT-TYPE
                   MOVE WS-PERMIT-FROM-IN TO PMT-VALID-FROM
                   MOVE WS-PERMIT-TO-IN TO PMT-VALID-TO
                   REWRITE PERMIT-RECORD
                   IF WS-PERMIT-STATUS = "00"
                       DISPLAY "Permit " PMT-PERMIT-NUMBER
                               " renewed, valid " PMT-VALID-FROM
                               " to " PMT-VALID-TO
                   END-IF
           END-READ
           IF WS-PERMIT-STATUS NOT = "00"
               STRING "Permit Write Error: " WS-PERMIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "ISSUE-PARKING-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PERMIT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PERMIT" TO WS-AUDIT-ACTION
           STRING "NO:" DELIMITED BY SIZE
                  PMT-PERMIT-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PMT-VALID-FROM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  PMT-VALID-TO DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           CLOSE PERMIT-FILE
           PERFORM APPEND-AUDIT-RECORD

      * THE PERMIT ITSELF IS PAID FOR AT ISSUE AND RENEWAL - THROUGH
      * THE SAME RECEIPT PATH THE EXIT GATE USES, BOOKED TO THE PERMIT
      * REVENUE ACCOUNT, SO PERMIT CASH REACHES THE DRAWER COUNT AND
      * THE FINANCE JOURNAL INSTEAD OF THE PAPER PAD BY THE TERMINAL
           IF WS-PERMIT-FEE > 0
               MOVE WS-PERMIT-FEE TO WS-PAY-AMOUNT-DUE
               MOVE "PERMIT" TO WS-PAY-REV-TYPE
               MOVE "PERMIT-PAY" TO WS-PAY-AUDIT-ACTION
               PERFORM RECORD-FEE-PAYMENT
           END-IF
           .

      * PERMIT NUMBERS RUN IN THEIR OWN SEQUENCE. THE FILE IS KEYED BY
      * STUDENT, NOT PERMIT NUMBER, SO EVERY RECORD IS SCANNED FOR THE
      * HIGHEST NUMBER ISSUED SO FAR. CALLED WITH PERMIT-FILE OPEN I-O
       GET-NEXT-PERMIT-NUMBER.
           MOVE 0 TO WS-NEXT-PERMIT-NO
           MOVE LOW-VALUES TO PMT-STUDENT-NUMBER
           START PERMIT-FILE KEY IS >= PMT-STUDENT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ PERMIT-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               IF PMT-PERMIT-NUMBER
                                      > WS-NEXT-PERMIT-NO
                                   MOVE PMT-PERMIT-NUMBER
                                       TO WS-NEXT-PERMIT-NO
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           ADD 1 TO WS-NEXT-PERMIT-NO
           .

      * REVOKES WS-STUDENT-NUMBER'S PERMIT IF IT IS STILL RUNNING:
      * THE PERMIT IS RE-TYPED "REVOKED" (SO CHECK-ACTIVE-PERMIT STOPS
      * WAIVING FEES AT ONCE) AND A REGISTER RECORD KEEPS ITS ORIGINAL
      * TYPE, THE REASON, AND THE UNUSED PART OF THE FEE PRO RATA BY
      * DAY. THE REFUND IS LEFT PENDING - THE HOLD AND ROSTER PATHS
      * CANNOT HAND OVER CASH, SO A SUPERVISOR SETTLES IT AFTERWARDS.
      * CALLERS SET WS-PRV-REASON AND WS-PRV-SOURCE; WS-PRV-DONE SAYS
      * WHETHER A PERMIT WAS REVOKED
       REVOKE-ACTIVE-PERMIT.
           MOVE 'N' TO WS-PRV-DONE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)

           OPEN I-O PERMIT-FILE
           IF WS-PERMIT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PERMIT-STATUS NOT = "00"
               STRING "Permit Open Error: " WS-PERMIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REVOKE-ACTIVE-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO PMT-STUDENT-NUMBER
           READ PERMIT-FILE
               INVALID KEY
                   CLOSE PERMIT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF PMT-PERMIT-TYPE = "REVOKED"
               OR PMT-VALID-TO < WS-TODAY-DATE
               CLOSE PERMIT-FILE
               EXIT PARAGRAPH
           END-IF

      * DAYS NOT YET USED, COUNTING TODAY - A PERMIT THAT HAS NOT
      * STARTED YET IS UNUSED IN FULL
           COMPUTE WS-PRV-FROM-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(PMT-VALID-FROM(1:4)) * 10000
               + FUNCTION NUMVAL(PMT-VALID-FROM(6:2)) * 100
               + FUNCTION NUMVAL(PMT-VALID-FROM(9:2)))
           COMPUTE WS-PRV-TO-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(PMT-VALID-TO(1:4)) * 10000
               + FUNCTION NUMVAL(PMT-VALID-TO(6:2)) * 100
               + FUNCTION NUMVAL(PMT-VALID-TO(9:2)))
           IF WS-TODAY-INT > WS-PRV-FROM-INT
               MOVE WS-TODAY-INT TO WS-PRV-START-INT
           ELSE
               MOVE WS-PRV-FROM-INT TO WS-PRV-START-INT
           END-IF
           COMPUTE WS-PRV-TOTAL-DAYS =
               WS-PRV-TO-INT - WS-PRV-FROM-INT + 1
           COMPUTE WS-PRV-UNUSED-DAYS =
               WS-PRV-TO-INT - WS-PRV-START-INT + 1
           MOVE PMT-PERMIT-NUMBER TO WS-PRV-PERMIT-NO
           PERFORM FIND-PERMIT-RECEIPT
           MOVE 0 TO WS-PRV-REFUND
           IF WS-PRV-TOTAL-DAYS > 0
               COMPUTE WS-PRV-REFUND ROUNDED =
                   WS-PRV-BASE-FEE * WS-PRV-UNUSED-DAYS
                   / WS-PRV-TOTAL-DAYS
           END-IF

           OPEN I-O PERMIT-REVOKE-FILE
           IF WS-PRVK-STATUS = "35"
               OPEN OUTPUT PERMIT-REVOKE-FILE
               CLOSE PERMIT-REVOKE-FILE
               OPEN I-O PERMIT-REVOKE-FILE
           END-IF
           IF WS-PRVK-STATUS NOT = "00"
               STRING "Revocation Open Error: " WS-PRVK-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REVOKE-ACTIVE-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PERMIT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO PRV-STUDENT-NUMBER
           MOVE WS-TODAY-DATE TO PRV-REVOKED-ON
           MOVE PMT-PERMIT-NUMBER TO PRV-PERMIT-NUMBER
           MOVE PMT-PERMIT-TYPE TO PRV-PERMIT-TYPE
           MOVE PMT-VALID-FROM TO PRV-VALID-FROM
           MOVE PMT-VALID-TO TO PRV-VALID-TO
           MOVE WS-PRV-SOURCE TO PRV-SOURCE
           MOVE WS-PRV-REASON TO PRV-REASON
           MOVE WS-OPERATOR-ID TO PRV-REVOKED-BY
           MOVE WS-PRV-BASE-FEE TO PRV-BASE-FEE
           MOVE WS-PRV-UNUSED-DAYS TO PRV-UNUSED-DAYS
           MOVE WS-PRV-TOTAL-DAYS TO PRV-TOTAL-DAYS
           MOVE WS-PRV-REFUND TO PRV-REFUND-AMOUNT
           MOVE 0 TO PRV-CREDITED-AMOUNT
           IF WS-PRV-REFUND > 0
               MOVE "PENDING" TO PRV-DISPOSITION
           ELSE
               MOVE "NONE" TO PRV-DISPOSITION
           END-IF
           MOVE 0 TO PRV-REFUND-RECEIPT
           MOVE "REVOKED" TO PRV-STATUS
           MOVE SPACES TO PRV-REINSTATED-ON
           WRITE PERMIT-REVOKE-RECORD
           IF WS-PRVK-STATUS = "22"
               DISPLAY "This permit was already revoked and "
                       "reinstated today - revoke it again tomorrow."
               CLOSE PERMIT-REVOKE-FILE
               CLOSE PERMIT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-PRVK-STATUS NOT = "00"
               STRING "Revocation Write Error: " WS-PRVK-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REVOKE-ACTIVE-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PERMIT-REVOKE-FILE
               CLOSE PERMIT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE PERMIT-REVOKE-FILE

           MOVE "REVOKED" TO PMT-PERMIT-TYPE
           REWRITE PERMIT-RECORD
           IF WS-PERMIT-STATUS NOT = "00"
               STRING "Permit Rewrite Error: " WS-PERMIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REVOKE-ACTIVE-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE PERMIT-FILE
           MOVE 'Y' TO WS-PRV-DONE
           MOVE WS-PRV-REFUND TO WS-FEE-DISPLAY
           DISPLAY "Permit " WS-PRV-PERMIT-NO " revoked - unused fee "
                   WS-FEE-DISPLAY " for " WS-PRV-UNUSED-DAYS
                   " day(s)."

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PMT-REVOKE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "NO:" DELIMITED BY SIZE
                  WS-PRV-PERMIT-NO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PRV-VALID-FROM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  PRV-VALID-TO DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           STRING WS-PRV-SOURCE DELIMITED BY SPACE
                  "/UNUSED:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "/RSN:" DELIMITED BY SIZE
                  WS-PRV-REASON DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * THE RECEIPT THE PERMIT WAS SOLD ON AND THE FEE IT CHARGED.
      * A REPLACEMENT-TAG FEE OR A REINSTATEMENT CHARGEBACK IS BOOKED
      * TO THE PERMIT ACCOUNT AS WELL, SO THE SALE IS PICKED OUT BY
      * THE PERMIT-PAY LINE WRITE-PAYMENT-RECORD LEFT ON THE AUDIT
      * TRAIL - THE STUDENT'S LATEST - RATHER THAN BY REVENUE CLASS.
      * A SALE SINCE VOIDED, OR NO SALE ON FILE (A PERMIT FROM BEFORE
      * PERMITS WERE RUNG UP), FALLS BACK TO THE PERMIT-FEE IN FORCE
      * ON THE DAY THE PERMIT STARTED
       FIND-PERMIT-RECEIPT.
           MOVE 0 TO WS-PRV-RCPT
           MOVE 0 TO WS-PRV-BASE-FEE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE 'N' TO WS-PRV-EOF
               PERFORM UNTIL WS-PRV-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-PRV-EOF
                       NOT AT END
                           IF AUDIT-RECORD(29:10) = "PERMIT-PAY"
                               AND AUDIT-RECORD(42:11)
                                   = WS-STUDENT-NUMBER
                               AND AUDIT-RECORD(114:5) = "RCPT:"
                               AND AUDIT-RECORD(119:8) IS NUMERIC
                               MOVE AUDIT-RECORD(119:8) TO WS-PRV-RCPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           IF WS-PRV-RCPT > 0
               OPEN INPUT PAYMENT-FILE
               IF WS-PAYMENT-STATUS = "00"
                   MOVE WS-PRV-RCPT TO PAY-RECEIPT-NUMBER
                   READ PAYMENT-FILE
                       INVALID KEY
                           MOVE 0 TO WS-PRV-RCPT
                       NOT INVALID KEY
                           IF PAY-STATUS = "REVERSED"
                               MOVE 0 TO WS-PRV-RCPT
                           ELSE
                               MOVE PAY-AMOUNT-DUE TO WS-PRV-BASE-FEE
                           END-IF
                   END-READ
                   CLOSE PAYMENT-FILE
               ELSE
                   MOVE 0 TO WS-PRV-RCPT
               END-IF
           END-IF
           IF WS-PRV-RCPT = 0
               MOVE WS-PERMIT-FEE TO WS-PRV-BASE-FEE
               MOVE "PERMIT-FEE" TO WS-CFG-SEARCH-KEY
               MOVE PMT-VALID-FROM TO WS-CFG-ASOF-DATE
               PERFORM GET-CONFIG-VALUE-AS-OF
               IF WS-CFG-SEARCH-VALUE NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-CFG-SEARCH-VALUE)
                       TO WS-PRV-BASE-FEE
               END-IF
           END-IF
           .

      * READS THE STUDENT'S MOST RECENT REVOCATION INTO THE RECORD
      * AREA (WS-PRV-FOUND), LEAVING ITS DATE IN WS-PRV-LAST-DATE.
      * CALLED WITH PERMIT-REVOKE-FILE OPEN
       FIND-LATEST-REVOCATION.
           MOVE 'N' TO WS-PRV-FOUND
           MOVE SPACES TO WS-PRV-LAST-DATE
           MOVE WS-STUDENT-NUMBER TO PRV-STUDENT-NUMBER
           MOVE LOW-VALUES TO PRV-REVOKED-ON
           MOVE 'N' TO WS-PRV-EOF
           START PERMIT-REVOKE-FILE KEY IS >= PRV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRV-EOF
           END-START
           PERFORM UNTIL WS-PRV-EOF = 'Y'
               READ PERMIT-REVOKE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRV-EOF
                   NOT AT END
                       IF PRV-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-PRV-FOUND
                           MOVE PRV-REVOKED-ON TO WS-PRV-LAST-DATE
                       ELSE
                           MOVE 'Y' TO WS-PRV-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRV-FOUND = 'Y'
               MOVE WS-STUDENT-NUMBER TO PRV-STUDENT-NUMBER
               MOVE WS-PRV-LAST-DATE TO PRV-REVOKED-ON
               READ PERMIT-REVOKE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PRV-FOUND
               END-READ
           END-IF
           .

      * MENU OPTION (SUPERVISOR) - REVOKES A STUDENT'S PERMIT BY HAND,
      * SETTLES THE UNUSED FEE OF A REVOCATION (HERE OR ONE LEFT
      * PENDING BY A HOLD OR A ROSTER WITHDRAWAL), OR REINSTATES A
      * REVOKED PERMIT
       PERMIT-REVOCATION.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPERVISOR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Student Number: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM CHECK-STUDENT-NUMBER
               DISPLAY "Invalid Student Number!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "R-Revoke  S-Settle Unused Fee  I-Reinstate: "
                   WITH NO ADVANCING
           ACCEPT WS-PRV-ACTION-IN
           MOVE FUNCTION UPPER-CASE(WS-PRV-ACTION-IN)
               TO WS-PRV-ACTION-IN
           EVALUATE WS-PRV-ACTION-IN
               WHEN "R"
                   DISPLAY "Reason for revocation: " WITH NO ADVANCING
                   ACCEPT WS-PRV-REASON
                   MOVE "MANUAL" TO WS-PRV-SOURCE
                   PERFORM REVOKE-ACTIVE-PERMIT
                   IF WS-PRV-DONE = 'N'
                       DISPLAY "No running permit to revoke."
                   ELSE
                       PERFORM SETTLE-PERMIT-REFUND
                   END-IF
               WHEN "S"
                   PERFORM SETTLE-PERMIT-REFUND
               WHEN "I"
                   PERFORM REINSTATE-REVOKED-PERMIT
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE
           .

      * SETTLES THE UNUSED FEE ON THE STUDENT'S LATEST REVOCATION:
      * R - REFUNDED IN CASH AS A REFUND RECEIPT AGAINST THE PERMIT
      *     RECEIPT, BACKED OUT OF THE DRAWER AND THE PERMIT ACCOUNT
      *     BY THE SAME PAY-VOID LINE A RECEIPT VOID WRITES
      * C - CREDITED AGAINST THE STUDENT'S UNPAID RECEIPTS, OLDEST
      *     FIRST, WITH ANY REMAINDER REFUNDED IN CASH
      * F - FORFEITED.  ANYTHING ELSE LEAVES IT PENDING.
      * A CASH REFUND THAT CANNOT BE WRITTEN LEAVES THE REVOCATION
      * PENDING SO IT CAN BE SETTLED AGAIN; ANY CREDIT ALREADY TAKEN
      * IS KEPT ON THE RECORD AND ONLY THE REST IS SETTLED NEXT TIME
       SETTLE-PERMIT-REFUND.
           OPEN I-O PERMIT-REVOKE-FILE
           IF WS-PRVK-STATUS NOT = "00"
               DISPLAY "No permit revocations on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-REVOCATION
           IF WS-PRV-FOUND = 'N'
               DISPLAY "No permit revocation on file for this student."
               CLOSE PERMIT-REVOKE-FILE
               EXIT PARAGRAPH
           END-IF
           IF PRV-DISPOSITION NOT = "PENDING"
               DISPLAY "Revocation of " PRV-REVOKED-ON " is "
                       FUNCTION TRIM(PRV-DISPOSITION)
                       " - nothing to settle."
               CLOSE PERMIT-REVOKE-FILE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRV-REMAINING =
               PRV-REFUND-AMOUNT - PRV-CREDITED-AMOUNT
           MOVE WS-PRV-REMAINING TO WS-FEE-DISPLAY
           DISPLAY "Permit " PRV-PERMIT-NUMBER " revoked "
                   PRV-REVOKED-ON " - unused fee " WS-FEE-DISPLAY
           PERFORM SUM-OUTSTANDING-BALANCE
           IF WS-OUTSTANDING-TOTAL > 0
               MOVE WS-OUTSTANDING-TOTAL TO WS-OUTSTANDING-DISPLAY
               DISPLAY "Student owes " WS-OUTSTANDING-DISPLAY
                       " on " WS-OUTSTANDING-COUNT " receipt(s)."
           END-IF
           DISPLAY "R-Refund Cash  C-Credit To Balance  F-Forfeit  "
                   "L-Leave Pending: " WITH NO ADVANCING
           ACCEPT WS-PRV-DISP-IN
           MOVE FUNCTION UPPER-CASE(WS-PRV-DISP-IN) TO WS-PRV-DISP-IN
           MOVE PRV-CREDITED-AMOUNT TO WS-PRV-CREDIT-BEFORE
           EVALUATE WS-PRV-DISP-IN
               WHEN "R"
                   MOVE "REFUNDED" TO PRV-DISPOSITION
               WHEN "C"
                   PERFORM APPLY-PERMIT-CREDIT
                   MOVE "CREDITED" TO PRV-DISPOSITION
               WHEN "F"
                   MOVE "FORFEIT" TO PRV-DISPOSITION
                   MOVE 0 TO WS-PRV-REMAINING
               WHEN OTHER
                   DISPLAY "Left pending."
                   CLOSE PERMIT-REVOKE-FILE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-PRV-REMAINING > 0
               PERFORM REFUND-PERMIT-CASH
               IF WS-PRV-PAID-OUT = 'N'
                   MOVE "PENDING" TO PRV-DISPOSITION
                   DISPLAY "Refund not recorded - revocation left "
                           "pending."
                   IF PRV-CREDITED-AMOUNT = WS-PRV-CREDIT-BEFORE
                       CLOSE PERMIT-REVOKE-FILE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           REWRITE PERMIT-REVOKE-RECORD
           IF WS-PRVK-STATUS NOT = "00"
               STRING "Revocation Rewrite Error: " WS-PRVK-STATUS
                   INTO WS-FILE-ERROR
               MOVE "SETTLE-PERMIT-REFUND" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
           END-IF
           CLOSE PERMIT-REVOKE-FILE
           DISPLAY "Unused permit fee " FUNCTION TRIM(PRV-DISPOSITION)
                   "."
           .

      * APPLIES WS-PRV-REMAINING TO THE STUDENT'S UNPAID RECEIPTS,
      * OLDEST FIRST, LEAVING WHATEVER IS LEFT OVER IN
      * WS-PRV-REMAINING. NO MONEY CHANGES HANDS, SO THE AUDIT LINE
      * IS PMT-CREDIT, WHICH THE CASH-UP AND THE JOURNAL DO NOT COUNT
       APPLY-PERMIT-CREDIT.
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO PAY-STUDENT-NUMBER
           MOVE 'N' TO WS-PRV-EOF
           START PAYMENT-FILE KEY IS = PAY-STUDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-PRV-EOF
           END-START
           PERFORM UNTIL WS-PRV-EOF = 'Y' OR WS-PRV-REMAINING = 0
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRV-EOF
                   NOT AT END
                       IF PAY-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-PRV-EOF
                       ELSE
                           IF PAY-BALANCE > 0
                               PERFORM CREDIT-ONE-RECEIPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
           .

      * TAKES AS MUCH OF THE CREDIT AS THE RECEIPT IN THE FD OWES.
      * THE TENDER IS LEFT AS IT WAS - ANY CASH OR E-WALLET MONEY
      * ALREADY ON THE RECEIPT STILL SETTLES THAT WAY - AND THE CREDIT
      * ITSELF IS CARRIED BY THE PMT-CREDIT AUDIT LINE
       CREDIT-ONE-RECEIPT.
           IF WS-PRV-REMAINING > PAY-BALANCE
               MOVE PAY-BALANCE TO WS-PRV-APPLY
           ELSE
               MOVE WS-PRV-REMAINING TO WS-PRV-APPLY
           END-IF
           ADD WS-PRV-APPLY TO PAY-AMOUNT-PAID
           SUBTRACT WS-PRV-APPLY FROM PAY-BALANCE
           IF PAY-BALANCE = 0
               MOVE "PAID" TO PAY-STATUS
           ELSE
               MOVE "PARTIAL" TO PAY-STATUS
           END-IF
           REWRITE PAYMENT-RECORD
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Rewrite Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "CREDIT-ONE-RECEIPT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-PRV-APPLY FROM WS-PRV-REMAINING
           ADD WS-PRV-APPLY TO PRV-CREDITED-AMOUNT
           MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
           MOVE WS-PRV-APPLY TO WS-FEE-DISPLAY
           DISPLAY "Receipt " WS-RECEIPT-DISPLAY " credited "
                   WS-FEE-DISPLAY " - now " PAY-STATUS
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PMT-CREDIT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "PERMIT:" DELIMITED BY SIZE
                  PRV-PERMIT-NUMBER DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           STRING "RCPT:" DELIMITED BY SIZE
                  WS-RECEIPT-DISPLAY DELIMITED BY SIZE
                  "/CREDIT:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * PAYS WS-PRV-REMAINING BACK IN CASH AS A REFUND RECEIPT THAT
      * POINTS AT THE PERMIT RECEIPT. THE ORIGINAL STAYS AS IT IS -
      * ONLY PART OF IT IS BEING GIVEN BACK
       REFUND-PERMIT-CASH.
           MOVE 'N' TO WS-PRV-PAID-OUT
           MOVE WS-STUDENT-NUMBER TO WS-VOID-STUDENT
           MOVE WS-PRV-REMAINING TO WS-VOID-AMOUNT
           MOVE "PERMIT" TO WS-VOID-REV-TYPE
           MOVE "CASH" TO WS-VOID-TENDER
           PERFORM FIND-PERMIT-RECEIPT
           MOVE WS-PRV-RCPT TO WS-VOID-ORIG-RCPT
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "35"
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN I-O PAYMENT-FILE
           END-IF
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Payment Open Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REFUND-PERMIT-CASH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LOCK-RETRIES
           PERFORM WRITE-REFUND-RECORD
           PERFORM UNTIL WS-PAYMENT-STATUS NOT = "22"
                   OR WS-LOCK-RETRIES >= 5
               ADD 1 TO WS-LOCK-RETRIES
               PERFORM WRITE-REFUND-RECORD
           END-PERFORM
           IF WS-PAYMENT-STATUS NOT = "00"
               STRING "Refund Write Error: " WS-PAYMENT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REFUND-PERMIT-CASH" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PRV-PAID-OUT
           MOVE PAY-RECEIPT-NUMBER TO PRV-REFUND-RECEIPT
           MOVE PAY-RECEIPT-NUMBER TO WS-RECEIPT-DISPLAY
           CLOSE PAYMENT-FILE
           MOVE WS-VOID-AMOUNT TO WS-FEE-DISPLAY
           DISPLAY "Refund receipt " WS-RECEIPT-DISPLAY " - pay out "
                   WS-FEE-DISPLAY

      * SAME SHAPE AS A RECEIPT VOID, SO THE CASH-UP AND THE FINANCE
      * JOURNAL BACK THE REFUND OUT OF THE DRAWER AND THE PERMIT
      * ACCOUNT WITHOUT A NEW RULE OF THEIR OWN
           MOVE WS-VOID-ORIG-RCPT TO WS-VOID-ORIG-DISPLAY
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PAY-VOID" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "REVOKED " DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-VOID-REV-TYPE DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           STRING "RCPT:" DELIMITED BY SIZE
                  WS-VOID-ORIG-DISPLAY DELIMITED BY SIZE
                  "/PAID:" DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "/TND:" DELIMITED BY SIZE
                  WS-VOID-TENDER DELIMITED BY SIZE
                  "/RSN:PERMIT REVOKED" DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * PUTS THE STUDENT'S LATEST REVOKED PERMIT BACK IN FORCE WITH
      * ITS ORIGINAL TYPE. AN UNSETTLED REFUND IS SIMPLY CANCELLED;
      * ONE ALREADY REFUNDED OR CREDITED IS CHARGED BACK FOR THE DAYS
      * STILL LEFT ON THE PERMIT, THROUGH THE USUAL PERMIT RECEIPT
       REINSTATE-REVOKED-PERMIT.
           OPEN I-O PERMIT-REVOKE-FILE
           IF WS-PRVK-STATUS NOT = "00"
               DISPLAY "No permit revocations on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-REVOCATION
           IF WS-PRV-FOUND = 'N' OR PRV-STATUS NOT = "REVOKED"
               DISPLAY "No revoked permit to reinstate."
               CLOSE PERMIT-REVOKE-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PERMIT-FILE
           IF WS-PERMIT-STATUS NOT = "00"
               STRING "Permit Open Error: " WS-PERMIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REINSTATE-REVOKED-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PERMIT-REVOKE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-NUMBER TO PMT-STUDENT-NUMBER
           READ PERMIT-FILE
               INVALID KEY
                   MOVE SPACES TO PMT-PERMIT-TYPE
           END-READ
           IF PMT-PERMIT-TYPE NOT = "REVOKED"
               DISPLAY "The permit has been re-issued since it was "
                       "revoked - nothing to reinstate."
               CLOSE PERMIT-FILE
               CLOSE PERMIT-REVOKE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PRV-PERMIT-TYPE TO PMT-PERMIT-TYPE
           REWRITE PERMIT-RECORD
           IF WS-PERMIT-STATUS NOT = "00"
               STRING "Permit Rewrite Error: " WS-PERMIT-STATUS
                   INTO WS-FILE-ERROR
               MOVE "REINSTATE-REVOKED-PERMIT" TO WS-ERROR-PARAGRAPH
               PERFORM LOG-FILE-ERROR
               CLOSE PERMIT-FILE
               CLOSE PERMIT-REVOKE-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE PERMIT-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
           MOVE 0 TO WS-PAY-AMOUNT-DUE
           IF (PRV-DISPOSITION = "REFUNDED"
               OR PRV-DISPOSITION = "CREDITED")
               AND PRV-VALID-TO >= WS-TODAY-DATE
               AND PRV-TOTAL-DAYS > 0
               COMPUTE WS-PRV-TO-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(PRV-VALID-TO(1:4)) * 10000
                   + FUNCTION NUMVAL(PRV-VALID-TO(6:2)) * 100
                   + FUNCTION NUMVAL(PRV-VALID-TO(9:2)))
               COMPUTE WS-PRV-UNUSED-DAYS =
                   WS-PRV-TO-INT - WS-TODAY-INT + 1
               IF WS-PRV-UNUSED-DAYS > PRV-UNUSED-DAYS
                   MOVE PRV-UNUSED-DAYS TO WS-PRV-UNUSED-DAYS
               END-IF
               COMPUTE WS-PAY-AMOUNT-DUE ROUNDED =
                   PRV-BASE-FEE * WS-PRV-UNUSED-DAYS
                   / PRV-TOTAL-DAYS
           END-IF
           IF PRV-DISPOSITION = "PENDING"
               MOVE "CANCELED" TO PRV-DISPOSITION
           END-IF
           MOVE "REINSTATED" TO PRV-STATUS
           MOVE WS-TODAY-DATE TO PRV-REINSTATED-ON
           REWRITE PERMIT-REVOKE-RECORD
           CLOSE PERMIT-REVOKE-FILE
           DISPLAY "Permit " PRV-PERMIT-NUMBER " reinstated, valid "
                   PRV-VALID-FROM " to " PRV-VALID-TO

           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "PMT-REINST" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "REVOKED:" DELIMITED BY SIZE
                  PRV-REVOKED-ON DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           STRING "NO:" DELIMITED BY SIZE
                  PRV-PERMIT-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PRV-PERMIT-TYPE DELIMITED BY SPACE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD

           IF WS-PAY-AMOUNT-DUE > 0
               MOVE WS-PAY-AMOUNT-DUE TO WS-FEE-DISPLAY
               DISPLAY "Refunded fee charged back for the days left: "
                       WS-FEE-DISPLAY
               MOVE "PERMIT" TO WS-PAY-REV-TYPE
               MOVE "PERMIT-CHB" TO WS-PAY-AUDIT-ACTION
               PERFORM RECORD-FEE-PAYMENT
           END-IF
           .

      * READ FUNCTION - CLERK MAY FILTER THE LISTING DOWN TO ONE VEHICLE
      * TYPE (OR "ALL") SINCE THE LOT NOW HOLDS MORE THAN MOTORCYCLES
       DISPLAY-ALL-DATA.
                               DISPLAY "    *** OVERSTAY - parked over "
                                       "24 hours ***"
                           END-IF
                           IF WS-OVN-COVERED = 'Y'
                               DISPLAY "    *** AUTHORIZED OVERNIGHT "
                                       "until " WS-OVN-FOUND-TO " ***"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           WRITE HISTORY-RECORD
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "22"
               DELETE PARKING-FILE RECORD
               PERFORM JOURNAL-PARKING-DEL
               ADD 1 TO WS-ARCHIVE-COUNT
           ELSE
               STRING "History Write Error: " WS-HISTORY-STATUS
           WRITE CARRY-RECORD
           IF WS-CARRY-STATUS = "00"
               DELETE PARKING-FILE RECORD
               PERFORM JOURNAL-PARKING-DEL
               ADD 1 TO WS-PCL-CARRIED
           ELSE
               STRING "Carry Write Error: " WS-CARRY-STATUS
       APPLY-ONE-CARRIED-VISIT.
           PERFORM BUILD-RECORD-FROM-CARRY
           WRITE PARKING-RECORD
           PERFORM JOURNAL-PARKING-ADD
           IF WS-FILE-STATUS = "22"
               MOVE CRY-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE CRY-PLATE-KEY TO PARK-PLATE-KEY
                           PERFORM ARCHIVE-PRIOR-VISIT
                           PERFORM BUILD-RECORD-FROM-CARRY
                           REWRITE PARKING-RECORD
                           PERFORM JOURNAL-PARKING-CHG
                       END-IF
               END-READ
           END-IF
               FUNCTION MOD(WS-ELAPSED-DIFF, 60)
           IF WS-CDN-BILL-YN = "B"
               PERFORM COMPUTE-VISIT-FEE
               PERFORM APPLY-VISIT-DISCOUNT
               MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
               PERFORM CHECK-ACTIVE-PERMIT
               IF WS-PERMIT-ACTIVE = 'Y'
                   MOVE 0 TO FEE-AMOUNT
                   MOVE 0 TO WS-DSC-AMOUNT
               END-IF
           ELSE
               MOVE 0 TO FEE-AMOUNT
           MOVE SPACES TO TIME-OF-EXIT
           MOVE WS-CDN-CUTOFF-IN TO TIME-OF-EXIT
           REWRITE PARKING-RECORD
           PERFORM JOURNAL-PARKING-CHG
           IF WS-FILE-STATUS NOT = "00"
               STRING "Rewrite Error: " WS-FILE-STATUS
                   INTO WS-FILE-ERROR
           END-IF
           MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
           PERFORM FREE-ASSIGNED-SLOT
           IF WS-CDN-BILL-YN = "B"
               MOVE 'X' TO WS-DSC-STAGE
               PERFORM RECORD-VISIT-DISCOUNT
           END-IF
           IF FEE-AMOUNT > 0
               ADD FEE-AMOUNT TO WS-CDN-BILLED-TOT
               MOVE FEE-AMOUNT TO WS-PAY-AMOUNT-DUE
               COMPUTE WS-ELAPSED-MINS-OUT =
                   FUNCTION MOD(WS-ELAPSED-DIFF, 60)
               MOVE SVF-VEHICLE-TYPE TO VEHICLE-TYPE
               MOVE SVF-TIME-OF-ENTRY TO TIME-OF-ENTRY
               PERFORM COMPUTE-VISIT-FEE
               MOVE FEE-AMOUNT TO SVF-FEE-AMOUNT
               ADD FEE-AMOUNT TO WS-CDN-BILLED-TOT
           MOVE "OVERSTAY-CITE" TO WS-RUNCTL-STEP
           PERFORM UPDATE-RUN-CHECKPOINT
           PERFORM AUTO-CITE-OVERSTAYS
           MOVE "PLAN-DEFAULT" TO WS-RUNCTL-STEP
           PERFORM UPDATE-RUN-CHECKPOINT
           PERFORM PLAN-DEFAULT-SWEEP
           MOVE "RSV-NOSHOW" TO WS-RUNCTL-STEP
           PERFORM UPDATE-RUN-CHECKPOINT
           PERFORM RELEASE-NOSHOW-RESERVATIONS
           MOVE "PERMIT-OFFER" TO WS-RUNCTL-STEP
           PERFORM UPDATE-RUN-CHECKPOINT
           PERFORM PERMIT-OFFER-BATCH
           MOVE "MKC-EXPIRY" TO WS-RUNCTL-STEP
           PERFORM UPDATE-RUN-CHECKPOINT
           PERFORM MKC-EXPIRE-STALE
           MOVE "CSV-EXPORT" TO WS-RUNCTL-STEP
           PERFORM UPDATE-RUN-CHECKPOINT
           PERFORM EXPORT-CSV-REPORT
           MOVE "WALLET-LEDGER" TO WS-RUNCTL-STEP
           PERFORM UPDATE-RUN-CHECKPOINT
           PERFORM WALLET-NIGHTLY-LEDGER
           MOVE "FIN-EXTRACT" TO WS-RUNCTL-STEP
           PERFORM UPDATE-RUN-CHECKPOINT
           PERFORM FINANCE-JOURNAL-EXTRACT
      * FINANCE-JOURNAL-EXTRACT RUNS ITS OWN RUN-CONTROL RECORD -
      * RESTORE THE EOD ONE BEFORE CLOSING IT OUT
           MOVE "EOD" TO WS-RUNCTL-TYPE
           MOVE "CAMPUS-EXT" TO WS-RUNCTL-STEP
           PERFORM UPDATE-RUN-CHECKPOINT
           PERFORM CAMPUS-CONSOLIDATION-EXTRACT
           MOVE "INTEGRITY" TO WS-RUNCTL-STEP
           PERFORM UPDATE-RUN-CHECKPOINT
           PERFORM CROSS-FILE-INTEGRITY-AUDIT
               DISPLAY "Batches stuck at RUNNING: " WS-HC-STUCK
           END-IF

      * PAYMENT PLANS THAT WENT INTO DEFAULT SINCE YESTERDAY - THOSE
      * STUDENTS ARE BLOCKED AT THE GATE AGAIN AND OSA CALLS THEM
           MOVE 0 TO WS-HC-PLAN-DFLT
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PLAN-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PAYMENT-PLAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF PLN-STATUS = "DEFAULTED"
                               AND PLN-DEFAULTED-ON >= WS-HC-YESTERDAY
                               ADD 1 TO WS-HC-PLAN-DFLT
                               IF WS-HC-PLAN-DFLT <= 10
                                   DISPLAY "  PLAN: "
                                           PLN-STUDENT-NUMBER
                                           " defaulted "
                                           PLN-DEFAULTED-ON
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           IF WS-HC-PLAN-DFLT = 0
               DISPLAY "Payment plans defaulted since "
                       WS-HC-YESTERDAY ": none"
           ELSE
               ADD 1 TO WS-HC-EXCEPTIONS
               DISPLAY "Payment plans defaulted since "
                       WS-HC-YESTERDAY ": " WS-HC-PLAN-DFLT
                       " - see the Payment Plan Register"
           END-IF

      * TWO-SUPERVISOR REQUESTS THAT EXPIRED UNDECIDED SINCE
      * YESTERDAY, AND ANY STILL WAITING ON A SECOND SUPERVISOR
           MOVE 0 TO WS-HC-MKC-EXPIRED
           MOVE 0 TO WS-HC-MKC-PENDING
           OPEN INPUT APPROVAL-FILE
           IF WS-MKC-STATUS = "00"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ APPROVAL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF MKC-IS-PENDING
                               ADD 1 TO WS-HC-MKC-PENDING
                           END-IF
                           IF MKC-IS-EXPIRED
                               AND MKC-DECIDED-AT(1:10)
                                   >= WS-HC-YESTERDAY
                               ADD 1 TO WS-HC-MKC-EXPIRED
                               IF WS-HC-MKC-EXPIRED <= 10
                                   MOVE MKC-REQUEST-NUMBER
                                       TO WS-MKC-NUM-EDIT
                                   DISPLAY "  EXPIRED: "
                                           WS-MKC-NUM-EDIT " "
                                           MKC-ACTION " "
                                           MKC-STUDENT-NUMBER " by "
                                           MKC-MAKER-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF
           IF WS-HC-MKC-EXPIRED = 0
               DISPLAY "Approval requests expired since "
                       WS-HC-YESTERDAY ": none"
           ELSE
               ADD 1 TO WS-HC-EXCEPTIONS
               DISPLAY "Approval requests expired since "
                       WS-HC-YESTERDAY ": " WS-HC-MKC-EXPIRED
                       " - refile any still needed"
           END-IF
           IF WS-HC-MKC-PENDING = 0
               DISPLAY "Approval requests pending: none"
           ELSE
               ADD 1 TO WS-HC-EXCEPTIONS
               DISPLAY "Approval requests pending: " WS-HC-MKC-PENDING
                       " - see the Approval Queue"
           END-IF

      * DOES THE MAINTAINED TALLY STILL MATCH THE FILES
           PERFORM COUNT-PARKED-SLOTS
           MOVE 0 TO WS-HC-TALLY-USED
      * DRILL AND COULD NOT HAVE
       EVACUATION-REPORT.
           MOVE 0 TO WS-EVAC-COUNT
           MOVE 0 TO WS-OVN-LIST-CNT
           PERFORM OVN-SET-TODAY
           MOVE SPACES TO WS-EVAC-CUR-LOT
           OPEN INPUT SLOT-FILE
           IF WS-SLOT-STATUS NOT = "00"
               END-READ
           END-PERFORM
           CLOSE SLOT-FILE
           PERFORM OVN-PRINT-EVAC-SECTION

           MOVE ' ' TO EVC-CARRIAGE-CONTROL
           MOVE SPACES TO EVC-LINE-TEXT
           WRITE EVAC-RECORD
           STRING "TOTAL OCCUPIED SLOTS: " DELIMITED BY SIZE
                  WS-EVAC-COUNT DELIMITED BY SIZE
                  "  (AUTHORIZED OVERNIGHT: " DELIMITED BY SIZE
                  WS-OVN-LIST-CNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO EVC-LINE-TEXT
           END-STRING
           WRITE EVAC-RECORD
           MOVE SPACES TO WS-EVAC-CONTACT
           MOVE SPACES TO WS-EVAC-MODEL
           MOVE SPACES TO WS-EVAC-PLATE
           MOVE 'N' TO WS-OVN-AUTHORIZED
           EVALUATE SLT-OCCUPIED-BY(1:1)
               WHEN "V"
                   OPEN INPUT VISITOR-FILE
                       MOVE LICENSE-PLATE TO WS-EVAC-PLATE
                       MOVE MOTORCYCLE-MODEL TO WS-EVAC-MODEL
                       MOVE STUDENT-NAME TO WS-EVAC-OWNER
                       MOVE SLT-OCCUPIED-BY TO WS-OVN-STUDENT
                       MOVE LICENSE-PLATE TO WS-OVN-PLATE
                       MOVE SLT-LOT-ID TO WS-OVN-LOT
                       MOVE WS-OVN-TODAY TO WS-OVN-SPAN-FROM
                       MOVE WS-OVN-TODAY TO WS-OVN-SPAN-TO
                       PERFORM OVN-FIND-AUTHORIZATION
                   END-IF
                   OPEN INPUT STUDENT-MASTER-FILE
                   IF WS-MASTER-STATUS = "00"
           END-EVALUATE

           ADD 1 TO WS-EVAC-COUNT
           IF WS-OVN-AUTHORIZED = 'Y'
               PERFORM OVN-HOLD-EVAC-LINE
               IF WS-OVN-AUTHORIZED = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ' ' TO EVC-CARRIAGE-CONTROL
           MOVE SPACES TO EVC-LINE-TEXT
           STRING SLT-SLOT-NUMBER " | "
                   ADD WS-RVC-AMOUNT TO WS-RVC-FINES(WS-RVC-IX)
               WHEN "HOURLY"
                   ADD WS-RVC-AMOUNT TO WS-RVC-HOURLY(WS-RVC-IX)
      * A WALLET TOP-UP IS MONEY HELD FOR THE STUDENT, NOT REVENUE -
      * IT IS EARNED WHEN THE WALLET PAYS A FEE
               WHEN "WALLET"
                   CONTINUE
               WHEN OTHER
                   IF PAY-STUDENT-NUMBER(1:1) = "V"
                       ADD WS-RVC-AMOUNT
           DISPLAY "Vehicles In:  " WS-SHIFT-IN-COUNT
           DISPLAY "Vehicles Out: " WS-SHIFT-OUT-COUNT
           DISPLAY "Net Change:   " WS-SHIFT-NET-COUNT

      * THE INCOMING SHIFT ALSO NEEDS TO KNOW WHICH VEHICLES ARE ON
      * THE LOTS OVERNIGHT WITH PERMISSION, SO THEY ARE LEFT ALONE
           PERFORM OVN-COLLECT-ON-LOT
           DISPLAY "Authorized Overnight On Lot: " WS-OVN-LIST-CNT
           PERFORM VARYING WS-OVN-LX FROM 1 BY 1
                   UNTIL WS-OVN-LX > WS-OVN-LIST-CNT
               DISPLAY "  " WS-OVN-L-PLATE(WS-OVN-LX) " | "
                       WS-OVN-L-CONTACT(WS-OVN-LX) " | "
                       WS-OVN-L-LOT(WS-OVN-LX) " | "
                       WS-OVN-L-OFFICE(WS-OVN-LX) " | until "
                       WS-OVN-L-TO(WS-OVN-LX)
           END-PERFORM
           .

      * MENU OPTION - CLOSING-TIME DRAWER RECONCILIATION. TOTALS THE
               DISPLAY "Cash-up recorded to PARKING-CASHUP.dat"
           END-IF
           CLOSE CASHUP-FILE

      * THE VARIANCE ALSO GOES ON THE AUDIT TRAIL UNDER THE CLERK WHO
      * COUNTED THE DRAWER, FOR THE CLERK EXCEPTION ANALYSIS
           MOVE SPACES TO STUDENT-NUMBER
           MOVE "CASHUP" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "WINDOW:" WS-SHIFT-START(1:16) "-"
                  WS-SHIFT-END(1:16)
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "OVSH:" WS-CASHUP-OS-DISPLAY
                  "/COUNTED:" WS-CASHUP-AMT3-DISPLAY
                  "/COLL:" WS-CASHUP-AMT2-DISPLAY
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM APPEND-AUDIT-RECORD
           .

      * PICKS THE FEE OR PAID AMOUNT OFF ONE AUDIT LINE WHEN IT FALLS
               END-IF
           END-IF
      * PERMIT SALES LAND IN THE DRAWER TOO - SAME RCPT/PAID SHAPE AS
      * A PAYMENT LINE - AND SO DO REPLACEMENT-TAG FEES AND
      * REINSTATEMENT CHARGEBACKS
           IF (WS-SHIFT-ACTION = "PERMIT-PAY"
               OR WS-SHIFT-ACTION = "PERMIT-TAG"
               OR WS-SHIFT-ACTION = "PERMIT-CHB")
               AND AUDIT-RECORD(127:6) = "/PAID:"
               IF AUDIT-RECORD(141:5) = "/TND:"
                   AND AUDIT-RECORD(146:7) = "EWALLET"
                       TO WS-CASHUP-COLLECTED
               END-IF
           END-IF
      * IMPOUND RELEASE FEES AND PAYMENT PLAN INSTALLMENTS LAND IN THE
      * DRAWER TOO - SAME RCPT/PAID SHAPE AS A PAYMENT LINE
           IF (WS-SHIFT-ACTION = "IMP-PAY"
               OR WS-SHIFT-ACTION = "PLAN-INST")
               AND AUDIT-RECORD(127:6) = "/PAID:"
               IF AUDIT-RECORD(141:5) = "/TND:"
                   AND AUDIT-RECORD(146:7) = "EWALLET"
                   ADD FUNCTION NUMVAL(AUDIT-RECORD(133:8))
                       TO WS-CASHUP-EWALLET
               ELSE
                   ADD FUNCTION NUMVAL(AUDIT-RECORD(133:8))
                       TO WS-CASHUP-COLLECTED
               END-IF
           END-IF
      * A WALLET TOP-UP TAKEN AT THE BOOTH IS IN THE DRAWER LIKE ANY
      * OTHER RECEIPT; ONE LOADED FROM THE CASHIER'S OFFICE NEVER WAS
           IF WS-SHIFT-ACTION = "WLT-TOPUP"
               AND AUDIT-RECORD(127:6) = "/PAID:"
               AND AUDIT-RECORD(146:7) NOT = "CASHIER"
               IF AUDIT-RECORD(141:5) = "/TND:"
                   AND AUDIT-RECORD(146:7) = "EWALLET"
                   ADD FUNCTION NUMVAL(AUDIT-RECORD(133:8))
               END-IF
           END-IF
      * A REVERSAL BACKS ITS MONEY OUT OF WHICHEVER POT THE TENDER
      * PUT IT IN, FLOORED AT ZERO RATHER THAN WRAPPING THE COUNTER.
      * A WALLET-PAID FEE OR A CASHIER'S OFFICE TOP-UP NEVER TOUCHED
      * THE DRAWER, SO ITS REVERSAL DOES NOT EITHER
           IF WS-SHIFT-ACTION = "PAY-VOID"
               AND AUDIT-RECORD(127:6) = "/PAID:"
               AND AUDIT-RECORD(146:6) NOT = "WALLET"
               AND AUDIT-RECORD(146:7) NOT = "CASHIER"
               MOVE FUNCTION NUMVAL(AUDIT-RECORD(133:8))
                   TO WS-VOID-AMT-NUM
               IF AUDIT-RECORD(146:7) = "EWALLET"
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = 'N'
               PERFORM PLC-FIND-BY-ALIAS
           END-IF
           IF RECORD-FOUND = 'Y'
               PERFORM DISAMBIGUATE-PLATE-MATCHES
           END-IF
