      * Every claim is verified against the policy master: a new
      * claim is refused when no policy row exists, the coverage
      * type does not match the claim type, or the policy was not
      * in force on ICR-INCIDENT-DATE - a policy lapsed for
      * nonpayment still answers for an incident up to its lapse
      * date. On every update the approved
      * amount plus payments already made may not exceed
      * PM-COVERAGE-LIMIT unless the caller passes the limit
      * override, which still rides the OPAUTH claims permission.
      *
      * Every claim opened or updated is also screened for fraud
      * red flags, each worth points: an incident within days of
      * the policy's effective date, other claims on the claims
      * master by the same claimant id or SSN, a report made long
      * after the incident, a theft with no police report, and a
      * claimed amount near the coverage limit. A score at the
      * referral threshold puts the claim on the SIU referral queue
      * (SIUREFQ) with the flags that fired. While the referral is
      * open, or once SIU has confirmed fraud, an update carrying a
      * new payment is refused REFER - no check is cut - until SIU
      * releases the claim through SIUWORK.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CAT-EVENT-FILE ASSIGN TO "CATEVENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT SIU-REFERRAL-FILE ASSIGN TO "SIUREFQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SIU-CLAIM-NUMBER
               FILE STATUS IS WS-SIU-STATUS.
           SELECT CLAIM-HISTORY ASSIGN TO "CLAIMMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAT-EVENT-FILE.
       COPY "cat-event.cpy".

       FD  SIU-REFERRAL-FILE.
       COPY "siu-referral.cpy".

      * the claims master, read for the claimant's other claims
       FD  CLAIM-HISTORY.
       COPY "insurance-claim.cpy" REPLACING
           ==INSURANCE-CLAIM-RECORD== BY ==PRIOR-CLAIM-RECORD==
           LEADING ==ICR-== BY ==PRC-==.

       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE       PIC 9(8).
       01  WS-CURRENT-TIME       PIC 9(6).
       01  WS-LOC-MATCHED        PIC X(1).
           88  WS-LOCATION-IN-EVENT  VALUE "Y".
       01  WS-CLAIM-ZIP3         PIC 9(3).
       01  WS-POLICY-EFFECTIVE   PIC 9(8).
       01  WS-POLICY-LIMIT       PIC S9(11)V99 COMP-3.

      * SIU red-flag screening: the points each flag carries and
      * the score that refers the claim
       01  WS-SIU-STATUS         PIC X(2).
           88  WS-SIU-OK             VALUE "00".
           88  WS-SIU-NOT-FOUND      VALUE "23", "35".
       01  WS-PRC-STATUS         PIC X(2).
           88  WS-PRC-EOF            VALUE "10".
           88  WS-PRC-MISSING        VALUE "35".
       01  WS-SIU-REFER-AT       PIC 9(3) VALUE 50.
       01  WS-SIU-NEW-POLICY-DAYS PIC 9(3) VALUE 30.
       01  WS-SIU-LATE-DAYS      PIC 9(3) VALUE 30.
       01  WS-SIU-NEAR-LIMIT-PCT PIC 9V99 VALUE 0.90.
       01  WS-PTS-NEW-POLICY     PIC 9(3) VALUE 30.
       01  WS-PTS-PRIOR-CLAIMS   PIC 9(3) VALUE 25.
       01  WS-PTS-LATE-REPORT    PIC 9(3) VALUE 20.
       01  WS-PTS-NO-POLICE      PIC 9(3) VALUE 30.
       01  WS-PTS-NEAR-LIMIT     PIC 9(3) VALUE 25.
       01  WS-SIU-SCORE          PIC 9(3).
       01  WS-SIU-FLAG-ID        PIC X(5).
       01  WS-SIU-FLAG-POINTS    PIC 9(3).
       01  WS-SIU-FIRED-COUNT    PIC 9(2) COMP.
       01  WS-SIU-FIRED-LIST.
           05  WS-SIU-FIRED-ID       OCCURS 5 TIMES PIC X(5).
       01  WS-SIU-PRIOR-CLAIMS   PIC 9(3) COMP.
       01  WS-SIU-DAYS           PIC S9(7) COMP.
       01  WS-SIU-THEFT-WORDS    PIC 9(3) COMP.
       01  WS-SIU-DESCRIPTION    PIC X(200).
       01  WS-SIU-ROW-FOUND      PIC X(1).
           88  WS-SIU-ON-FILE        VALUE "Y".
       01  WS-SIU-HOLD           PIC X(1).
           88  WS-PAYMENTS-HELD      VALUE "Y".

      * every claim check draws on the claims disbursement account
       01  WS-CLAIMS-ACCOUNT     PIC X(12) VALUE "CLMDISB00001".
               GOBACK
           END-IF

           PERFORM SCREEN-FOR-FRAUD
           IF NOT RC-SUCCESS
               GOBACK
           END-IF

           IF LS-NEW-CLAIM
               MOVE WS-CURRENT-DATE TO ICR-CREATE-DATE
               MOVE WS-CURRENT-TIME TO ICR-CREATE-TIME
           READ POLICY-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE PM-EFFECTIVE-DATE TO WS-POLICY-EFFECTIVE
                   MOVE PM-COVERAGE-LIMIT TO WS-POLICY-LIMIT
           END-READ
           CLOSE POLICY-MASTER
           IF NOT RC-SUCCESS
               EVALUATE TRUE
                   WHEN PM-COVERAGE-TYPE NOT = ICR-CLAIM-TYPE
                       SET RC-INVALID-INPUT TO TRUE
                   WHEN PM-LAPSED
                           AND ICR-INCIDENT-DATE > PM-LAPSE-DATE
                       SET RC-DECLINED TO TRUE
                   WHEN NOT PM-IN-FORCE AND NOT PM-LAPSED
                       SET RC-DECLINED TO TRUE
                   WHEN ICR-INCIDENT-DATE < PM-EFFECTIVE-DATE
                       SET RC-DECLINED TO TRUE
               SET RC-REFER TO TRUE
           END-IF.

      * the red flags, each adding its points to the score; a
      * claim at the threshold is referred, and a claim SIU holds
      * takes no new payment
       SCREEN-FOR-FRAUD.
           MOVE 0 TO WS-SIU-SCORE
           MOVE 0 TO WS-SIU-FIRED-COUNT
           MOVE SPACES TO WS-SIU-FIRED-LIST

           IF ICR-INCIDENT-DATE >= WS-POLICY-EFFECTIVE
                   AND WS-POLICY-EFFECTIVE > 0
               COMPUTE WS-SIU-DAYS =
                       FUNCTION INTEGER-OF-DATE(ICR-INCIDENT-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-POLICY-EFFECTIVE)
               IF WS-SIU-DAYS <= WS-SIU-NEW-POLICY-DAYS
                   MOVE "NEWPL" TO WS-SIU-FLAG-ID
                   MOVE WS-PTS-NEW-POLICY TO WS-SIU-FLAG-POINTS
                   PERFORM FIRE-SIU-FLAG
               END-IF
           END-IF

           PERFORM COUNT-PRIOR-CLAIMS
           IF WS-SIU-PRIOR-CLAIMS > 0
               MOVE "PRIOR" TO WS-SIU-FLAG-ID
               MOVE WS-PTS-PRIOR-CLAIMS TO WS-SIU-FLAG-POINTS
               PERFORM FIRE-SIU-FLAG
           END-IF

           IF ICR-REPORT-DATE > ICR-INCIDENT-DATE
                   AND ICR-INCIDENT-DATE > 0
               COMPUTE WS-SIU-DAYS =
                       FUNCTION INTEGER-OF-DATE(ICR-REPORT-DATE)
                     - FUNCTION INTEGER-OF-DATE(ICR-INCIDENT-DATE)
               IF WS-SIU-DAYS > WS-SIU-LATE-DAYS
                   MOVE "LATER" TO WS-SIU-FLAG-ID
                   MOVE WS-PTS-LATE-REPORT TO WS-SIU-FLAG-POINTS
                   PERFORM FIRE-SIU-FLAG
               END-IF
           END-IF

      * a theft is one the description calls so
           MOVE ICR-DESCRIPTION TO WS-SIU-DESCRIPTION
           INSPECT WS-SIU-DESCRIPTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-SIU-THEFT-WORDS
           INSPECT WS-SIU-DESCRIPTION TALLYING WS-SIU-THEFT-WORDS
               FOR ALL "THEFT" ALL "STOLEN"
           IF WS-SIU-THEFT-WORDS > 0
                   AND ICR-POLICE-REPORT-NO = SPACES
               MOVE "NOPOL" TO WS-SIU-FLAG-ID
               MOVE WS-PTS-NO-POLICE TO WS-SIU-FLAG-POINTS
               PERFORM FIRE-SIU-FLAG
           END-IF

           IF WS-POLICY-LIMIT > 0
                   AND ICR-CLAIMED-AMOUNT
                       >= WS-POLICY-LIMIT * WS-SIU-NEAR-LIMIT-PCT
               MOVE "NRLIM" TO WS-SIU-FLAG-ID
               MOVE WS-PTS-NEAR-LIMIT TO WS-SIU-FLAG-POINTS
               PERFORM FIRE-SIU-FLAG
           END-IF

           PERFORM REFER-OR-HOLD-FOR-SIU.

       FIRE-SIU-FLAG.
           ADD WS-SIU-FLAG-POINTS TO WS-SIU-SCORE
               ON SIZE ERROR
                   MOVE 999 TO WS-SIU-SCORE
           END-ADD
           IF WS-SIU-FIRED-COUNT < 5
               ADD 1 TO WS-SIU-FIRED-COUNT
               MOVE WS-SIU-FLAG-ID
                   TO WS-SIU-FIRED-ID(WS-SIU-FIRED-COUNT)
           END-IF.

      * the claimant's other claims on the master, matched on the
      * claimant id or the SSN
       COUNT-PRIOR-CLAIMS.
           MOVE 0 TO WS-SIU-PRIOR-CLAIMS
           OPEN INPUT CLAIM-HISTORY
           IF WS-PRC-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRC-EOF
               READ CLAIM-HISTORY
                   AT END
                       SET WS-PRC-EOF TO TRUE
                   NOT AT END
                       IF PRC-CLAIM-NUMBER NOT = ICR-CLAIM-NUMBER
                           AND ((ICR-CLAIMANT-ID > 0
                                AND PRC-CLAIMANT-ID = ICR-CLAIMANT-ID)
                             OR (ICR-SSN > 0
                                AND PRC-SSN = ICR-SSN))
                           ADD 1 TO WS-SIU-PRIOR-CLAIMS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-HISTORY.

      * a new referral, a fresh score on one still open, or a
      * released claim now scoring above what SIU saw, goes on the
      * queue; an open or confirmed referral holds the payments
       REFER-OR-HOLD-FOR-SIU.
           MOVE "N" TO WS-SIU-HOLD
           OPEN I-O SIU-REFERRAL-FILE
           IF WS-SIU-NOT-FOUND
               OPEN OUTPUT SIU-REFERRAL-FILE
               CLOSE SIU-REFERRAL-FILE
               OPEN I-O SIU-REFERRAL-FILE
           END-IF
           IF NOT WS-SIU-OK
               SET RC-SYSTEM-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ICR-CLAIM-NUMBER TO SIU-CLAIM-NUMBER
           MOVE "Y" TO WS-SIU-ROW-FOUND
           READ SIU-REFERRAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-SIU-ROW-FOUND
           END-READ

           IF WS-SIU-SCORE >= WS-SIU-REFER-AT
               EVALUATE TRUE
                   WHEN NOT WS-SIU-ON-FILE
                       INITIALIZE SIU-REFERRAL-RECORD
                       MOVE ICR-CLAIM-NUMBER TO SIU-CLAIM-NUMBER
                       PERFORM FILL-SIU-REFERRAL
                       PERFORM STAMP-SIU-REFERRAL
                       WRITE SIU-REFERRAL-RECORD
                           INVALID KEY
                               SET RC-SYSTEM-ERROR TO TRUE
                       END-WRITE
                       MOVE "Y" TO WS-SIU-ROW-FOUND
                   WHEN SIU-OPEN
                       PERFORM FILL-SIU-REFERRAL
                       REWRITE SIU-REFERRAL-RECORD
                           INVALID KEY
                               SET RC-SYSTEM-ERROR TO TRUE
                       END-REWRITE
                   WHEN SIU-RELEASED AND WS-SIU-SCORE > SIU-SCORE
                       PERFORM FILL-SIU-REFERRAL
                       PERFORM STAMP-SIU-REFERRAL
                       MOVE 0 TO SIU-WORKED-BY
                       MOVE 0 TO SIU-WORKED-DATE
                       REWRITE SIU-REFERRAL-RECORD
                           INVALID KEY
                               SET RC-SYSTEM-ERROR TO TRUE
                       END-REWRITE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-SIU-ON-FILE
                   AND (SIU-OPEN OR SIU-FRAUD-CONFIRMED)
               SET WS-PAYMENTS-HELD TO TRUE
           END-IF
           CLOSE SIU-REFERRAL-FILE
           IF NOT RC-SUCCESS OR NOT WS-PAYMENTS-HELD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PMT-IDX FROM 1 BY 1
                   UNTIL WS-PMT-IDX > 10
               IF ICR-PMT-DATE(WS-PMT-IDX) = WS-CURRENT-DATE
                       AND ICR-PMT-AMOUNT(WS-PMT-IDX) > 0
                   SET RC-REFER TO TRUE
               END-IF
           END-PERFORM.

       FILL-SIU-REFERRAL.
           SET SIU-OPEN TO TRUE
           MOVE WS-SIU-SCORE TO SIU-SCORE
           MOVE WS-SIU-FIRED-LIST TO SIU-FLAGS-FIRED
           MOVE WS-SIU-PRIOR-CLAIMS TO SIU-PRIOR-CLAIMS
           MOVE ICR-POLICY-NUMBER TO SIU-POLICY-NUMBER
           MOVE ICR-CLAIM-TYPE TO SIU-CLAIM-TYPE
           MOVE ICR-CLAIMANT-ID TO SIU-CLAIMANT-ID
           MOVE ICR-CLAIMED-AMOUNT TO SIU-CLAIMED-AMOUNT.

       STAMP-SIU-REFERRAL.
           MOVE WS-CURRENT-DATE TO SIU-REFER-DATE
           MOVE LS-UPDATE-USER TO SIU-REFER-USER.

      * a claim landing inside an open catastrophe event's date
      * range and footprint (state, or three-digit zip prefix when
      * the event lists any) is coded to the event at intake, so
           MOVE ICR-PMT-CHECK-NO(WS-PMT-IDX) TO CHK-CHECK-NUMBER
           MOVE ICR-PMT-AMOUNT(WS-PMT-IDX) TO CHK-AMOUNT
           MOVE ICR-PMT-DATE(WS-PMT-IDX) TO CHK-ISSUE-DATE
           INITIALIZE CHK-OFFICIAL-DETAIL
           MOVE ICR-PMT-PAYEE-ID(WS-PMT-IDX) TO CHK-PAYEE-ID
           SET CHK-ISSUED TO TRUE
           WRITE CHECK-ISSUANCE-RECORD
               INVALID KEY
