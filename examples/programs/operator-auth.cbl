      *   ADJM - key an adjustment             ADJC - approve one
      *   SIGN - signatory maintenance         CLM  - claim updates
      *   CARD - hot-card blocks         WFEE - waive a wire fee
      *   CUST - customer demographic maintenance
      *   FRAU - clear a customer fraud hold (fraud analysts)
      *   BKRP - bankruptcy case maintenance
      *   SCRA - key military orders (SCRA status)
      *   CTRX - designate/review/revoke a CTR exemption
      *   SIU  - work a claim SIU referral (release or confirm fraud)
      *   REGO - Regulation O insider registry maintenance
      *   WCBK - outbound wire limits, callbacks and overrides
      *   PRMM - key a system parameter change  PRMC - approve one
      *   ACHM - ACH originator exposure limits and debit filters
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   MOVE OP-PERM-CARDS TO WS-PERM-FLAG
               WHEN "WFEE"
                   MOVE OP-PERM-FEE-WAIVE TO WS-PERM-FLAG
               WHEN "CUST"
                   MOVE OP-PERM-CUST-MAINT TO WS-PERM-FLAG
               WHEN "FRAU"
                   MOVE OP-PERM-FRAUD-REVIEW TO WS-PERM-FLAG
               WHEN "BKRP"
                   MOVE OP-PERM-BANKRUPTCY TO WS-PERM-FLAG
               WHEN "SCRA"
                   MOVE OP-PERM-MILITARY TO WS-PERM-FLAG
               WHEN "CTRX"
                   MOVE OP-PERM-CTR-EXEMPT TO WS-PERM-FLAG
               WHEN "SIU "
                   MOVE OP-PERM-SIU TO WS-PERM-FLAG
               WHEN "REGO"
                   MOVE OP-PERM-INSIDER TO WS-PERM-FLAG
               WHEN "WCBK"
                   MOVE OP-PERM-WIRE-CALLBACK TO WS-PERM-FLAG
               WHEN "PRMM"
                   MOVE OP-PERM-PARM-MAKE TO WS-PERM-FLAG
               WHEN "PRMC"
                   MOVE OP-PERM-PARM-CHECK TO WS-PERM-FLAG
               WHEN "ACHM"
                   MOVE OP-PERM-ACH-MAINT TO WS-PERM-FLAG
               WHEN OTHER
                   MOVE "N" TO WS-PERM-FLAG
           END-EVALUATE
