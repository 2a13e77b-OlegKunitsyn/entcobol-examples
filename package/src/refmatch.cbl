       *> to the payonacct payment-on-account file instead of an
       *> unmatched reject. A difference within the reftolctl
       *> tolerance (cent-level gaps either way) is written off
       *> and the invoice posts in full: a short payment posts
       *> FULL at the amount paid with the shortfall as a
       *> WRITE-OFF, an over-payment posts FULL at the invoice's
       *> open amount with the excess as OVERPAY, so receivables
       *> are cleared exactly once either way. Every application
       *> - full, partial, write-off, over-payment or on-account
       *> - is appended to the payledger payments-applied
       *> ledger, so the cash trail is on file instead of in
       *> someone's head. A payment against an invoice already
       *> posted in full this run is still the classic
       *> DUP-PAYMENT reject.
       *>*
       identification division.
       program-id. refmatch.
       *>*
       *> Applies the payment to the invoice's remaining open
       *> amount: an exact amount (or one within the write-off
       *> tolerance - a shortfall written off, an excess taken
       *> as OVERPAY) posts the invoice in full; a smaller
       *> amount reduces the open amount and keeps the invoice
       *> open at its remainder; a larger amount posts the
       *> invoice and carries the excess to payonacct. Every
       *> application lands on the payledger ledger.
       *>*
       apply-payment.
               add 1 to matched-count
             when function abs(pay-diff) not > small-diff-tol
               compute writeoff-amount = function abs(pay-diff)
               if pay-diff < zero
                 move pay-amount to led-amount
               else
                 move inv-open-tbl(inv-found-idx) to led-amount
               end-if
               move zero to inv-open-tbl(inv-found-idx)
               move "Y" to inv-matched-tbl(inv-found-idx)
               move "FULL" to led-kind
               perform write-ledger
               move writeoff-amount to led-amount
               if pay-diff < zero
                 move "WRITE-OFF" to led-kind
               else
                 move "OVERPAY" to led-kind
               end-if
               perform write-ledger
               add 1 to writeoff-count
               move "FULL" to rml-note
