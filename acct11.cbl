       FIND-HIGHEST-EXIT.                                               00015500
           EXIT.                                                        00015600
       SET-TYPE-DESC.                                                   00015700
           IF PH-IS-PAYMENT AND PH-PAY-XFERRED
               MOVE 'PAYMENT MOVED' TO PHL-TYPE,
           ELSE IF PH-IS-PAYMENT MOVE 'PAYMENT' TO PHL-TYPE,
           ELSE IF PH-IS-CHARGE MOVE 'CHARGE' TO PHL-TYPE,              00015900
           ELSE IF PH-IS-SEED MOVE 'ACCOUNT OPENED' TO PHL-TYPE,        00016000
           ELSE IF PH-IS-REVERSAL MOVE 'RETURNED PAYMT' TO PHL-TYPE,
           ELSE IF PH-IS-RETFEE MOVE 'RETND-CHK FEE' TO PHL-TYPE,
           ELSE IF PH-IS-FORGIVEN MOVE 'SETTLEMENT FRGV' TO PHL-TYPE,
           ELSE IF PH-IS-CHARGEOFF MOVE 'CHARGE-OFF' TO PHL-TYPE,
           ELSE IF PH-IS-LATEFEE MOVE 'LATE FEE' TO PHL-TYPE,
           ELSE IF PH-IS-OVLMFEE MOVE 'OVER-LIMIT FEE' TO PHL-TYPE,
           ELSE IF PH-IS-ANNFEE MOVE 'ANNUAL FEE' TO PHL-TYPE,
           ELSE IF PH-IS-LEGAL-COST AND PH-RSN = 'C'
               MOVE 'COURT COSTS' TO PHL-TYPE,
           ELSE IF PH-IS-LEGAL-COST MOVE 'ATTORNEY FEES' TO PHL-TYPE,
           ELSE IF PH-IS-SALE MOVE 'DEBT SALE' TO PHL-TYPE,
           ELSE IF PH-IS-COMMISSION MOVE 'AGENCY COMM' TO PHL-TYPE,
           ELSE IF PH-IS-XFER-OUT MOVE 'PAYMT XFER OUT' TO PHL-TYPE,
           ELSE IF PH-IS-XFER-IN MOVE 'PAYMT XFER IN' TO PHL-TYPE,
           ELSE IF PH-IS-ADJ-DEBIT
               MOVE 'ADJ DR RSN' TO PHL-TYPE,
               MOVE PH-RSN TO PHL-TYPE (12:1),
