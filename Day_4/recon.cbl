*> this step matches on card number and amount only, but the
*> reader's layout stays in lockstep with the writer's.
    05  WS-PMT-RETAILER-ID PIC X(8).
    05  WS-PMT-SEP-6 PIC X(1).
    05  WS-PMT-PROMO-CODE PIC X(8).

FD ACK-FILE.
*> One settlement acknowledgement per payment, in the payout
