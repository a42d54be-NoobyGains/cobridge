      *================================================================*
      * CARD FRAUD RULE RECORD - COBridge Example
      * The fraud team's scoring rules for the ISOSWTCH
      * authorization path, one row per rule keyed by rule id and
      * maintained through FRDRMNT. The switch loads the active
      * rules at start, adds up the points of every rule an
      * authorization trips, and declines (59) or opens a callback
      * case on the total. What each rule type tests:
      *   C - merchant country is FR-COUNTRY
      *   F - merchant country is foreign and the card has never
      *       been used outside the home country
      *   M - MCC falls in FR-MCC-LOW thru FR-MCC-HIGH
      *   A - amount is at least FR-AMOUNT-FLOOR-CENTS and over
      *       FR-AMOUNT-MULTIPLE times the card's average approval
      *   V - card was last used less than FR-MINUTES ago
      *   T - the card's last approval was a small test amount (at
      *       most FR-AMOUNT-FLOOR-CENTS) less than FR-MINUTES ago
      * FR-CNP-ONLY limits any rule to card-not-present items. The
      * one type B row (rule id BAND) carries the score bands
      * instead of a test: decline at FR-DECLINE-AT, approve with
      * a callback case at FR-REVIEW-AT.
      *================================================================*
       01  FRAUD-RULE-RECORD.
           05  FR-RULE-ID                PIC X(4).
           05  FR-RULE-TYPE              PIC X(1).
               88  FR-COUNTRY-RULE           VALUE 'C'.
               88  FR-FIRST-FOREIGN-RULE     VALUE 'F'.
               88  FR-MCC-RULE               VALUE 'M'.
               88  FR-AMOUNT-RULE            VALUE 'A'.
               88  FR-VELOCITY-RULE          VALUE 'V'.
               88  FR-TEST-AUTH-RULE         VALUE 'T'.
               88  FR-SCORE-BANDS            VALUE 'B'.
           05  FR-STATUS                 PIC X(1).
               88  FR-ACTIVE                 VALUE 'A'.
               88  FR-INACTIVE               VALUE 'I'.
           05  FR-DESCRIPTION            PIC X(30).
           05  FR-POINTS                 PIC 9(3).
           05  FR-CNP-ONLY               PIC X(1).
               88  FR-CARD-NOT-PRESENT-ONLY  VALUE 'Y'.
           05  FR-COUNTRY                PIC 9(3).
           05  FR-MCC-LOW                PIC 9(4).
           05  FR-MCC-HIGH               PIC 9(4).
           05  FR-AMOUNT-MULTIPLE        PIC 9(3)V9.
           05  FR-AMOUNT-FLOOR-CENTS     PIC 9(12).
           05  FR-MINUTES                PIC 9(5).
           05  FR-DECLINE-AT             PIC 9(3).
           05  FR-REVIEW-AT              PIC 9(3).
           05  FR-CHANGED-BY             PIC 9(8).
           05  FR-CHANGED-DATE           PIC 9(8).
