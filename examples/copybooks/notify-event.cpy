      * One row per notifiable event the posting and maintenance
      * programs drop through NOTIFYQ. The nightly NOTIFGEN batch
      * matches events against customer subscriptions and turns them
      * into the outbound notice extract. Customer-level events (a
      * demographic change confirmation, dropped through NOTIFYCU)
      * carry the customer id and the contact to deliver to instead
      * of an account, and go out whether subscribed or not - as do
      * the printed notices e-delivered in place of paper to a
      * customer whose mail has been coming back. A rate change
      * notice (RC) is a required advance notice to the account
      * holder and goes out unsubscribed too; its amount is the new
      * rate in basis points. A mobile deposit item RDCINTK turned
      * back - rejected (MR), over the customer's limit (ML) or a
      * duplicate presentment (MD) - must reach the depositor and
      * goes out unsubscribed on the online channel; its amount is
      * the item's. A deposited check returned unpaid and charged
      * back (RD) is a printed notice e-delivered through NOTIFYCU.
      * A custodial (UTMA) account's minor nearing the termination
      * age (UM), and reaching it (UT), is a required notice that
      * UTMAMAT drops through NOTIFYCU to both the custodian and
      * the minor at their postal addresses. An outbound wire
      * rejected at the cutoff for want of a confirmed callback
      * (WX) goes to the ordering customer through NOTIFYCU too,
      * as does one presented after its currency's cutoff - rolled
      * to the next business day (WF) or rejected (WZ). An inbound
      * ACH debit held by a business account's debit filter (AF) is
      * queued through NOTIFYQ so the customer can pay or return it
      * before the decide-by date. A deposit account left overdrawn
      * past its limit is a required notice that DDCHGOFF drops
      * through NOTIFYCU to the owner's postal address as it ages:
      * the overdrawn notices (OD), the final warning before charge-
      * off (OF), the charge-off and closure (OC), and the charged-
      * off balance recovered in full (OP).
      *================================================================*
       01  NOTIFY-EVENT-RECORD.
           05  NE-EVENT-DATE             PIC 9(8).
               88  NE-HOLD-RELEASED          VALUE 'HR'.
               88  NE-FREEZE-RELEASED        VALUE 'FR'.
               88  NE-CARD-DECLINED          VALUE 'CD'.
               88  NE-CONTACT-CHANGED        VALUE 'CC'.
               88  NE-FEE-CHARGED            VALUE 'NF'.
               88  NE-ADVERSE-ACTION         VALUE 'AA'.
               88  NE-UNCLAIMED-NOTICE       VALUE 'UP'.
               88  NE-RATE-CHANGE            VALUE 'RC'.
               88  NE-MOBILE-DEPOSIT-REJECT  VALUE 'MR'.
               88  NE-MOBILE-DEPOSIT-LIMIT   VALUE 'ML'.
               88  NE-MOBILE-DEPOSIT-DUP     VALUE 'MD'.
               88  NE-MOBILE-DEPOSIT-RETURN  VALUE 'MR' 'ML' 'MD'.
               88  NE-RETURNED-DEPOSIT       VALUE 'RD'.
               88  NE-UTMA-MAJORITY-NEAR     VALUE 'UM'.
               88  NE-UTMA-TERMINATED        VALUE 'UT'.
               88  NE-WIRE-CALLBACK-REJECT   VALUE 'WX'.
               88  NE-WIRE-CUTOFF-ROLLED     VALUE 'WF'.
               88  NE-WIRE-CUTOFF-REJECT     VALUE 'WZ'.
               88  NE-ACH-DEBIT-FILTERED     VALUE 'AF'.
               88  NE-OVERDRAWN-NOTICE       VALUE 'OD'.
               88  NE-OVERDRAWN-FINAL        VALUE 'OF'.
               88  NE-OVERDRAFT-CHARGED-OFF  VALUE 'OC'.
               88  NE-OVERDRAFT-PAID         VALUE 'OP'.
           05  NE-AMOUNT                 PIC S9(11)V99 COMP-3.
           05  NE-CUST-ID                PIC 9(10).
           05  NE-DELIVER-CHANNEL        PIC X(1).
               88  NE-DELIVER-MAIL           VALUE 'M'.
               88  NE-DELIVER-EMAIL          VALUE 'E'.
           05  NE-DELIVER-TO             PIC X(80).
