       *>*
       *> International wire file record, written by sepaval for
       *> the payments whose creditor bank is not SEPA-reachable
       *> and read by paystatus and bankrecon as a submitted batch.
       *> One "H" header (run date, execution date, file label),
       *> one "D" line per wire (payment id, beneficiary account -
       *> an IBAN, or the bank's own account number where the
       *> country has no IBAN - BIC, beneficiary bank name and
       *> country from bicdirx, currency, amount with two
       *> decimals, charge bearer SHA / OUR / BEN, RF or free
       *> reference, beneficiary name, execution date), one "C"
       *> control record per currency (its line count and amount)
       *> and a closing "T" trailer (line count and the amount
       *> hash total over every currency).
       *>*
       01 wire-rec.
         05 pwr-type pic x.
           88 pwr-is-header value "H".
           88 pwr-is-detail value "D".
           88 pwr-is-currency value "C".
           88 pwr-is-trailer value "T".
         05 pwd-pay-id pic x(10).
         05 pwd-account pic x(34).
         05 pwd-bic pic x(11).
         05 pwd-bank-name pic x(35).
         05 pwd-bank-country pic x(2).
         05 pwd-currency pic x(3).
         05 pwd-amount pic 9(10)v99.
         05 pwd-charges pic x(3).
         05 pwd-ref pic x(25).
         05 pwd-name pic x(35).
         05 pwd-exec-date pic 9(8).
         05 filler pic x(21).
       01 wire-hdr-rec.
         05 pwh-type pic x.
         05 pwh-run-date pic 9(8).
         05 pwh-exec-date pic 9(8).
         05 pwh-label pic x(20).
         05 filler pic x(163).
       01 wire-ccy-rec.
         05 pwc-type pic x.
         05 pwc-currency pic x(3).
         05 pwc-count pic 9(9).
         05 pwc-amount pic 9(12)v99.
         05 filler pic x(173).
       01 wire-trl-rec.
         05 pwt-type pic x.
         05 pwt-count pic 9(9).
         05 pwt-amount pic 9(12)v99.
         05 pwt-exec-date pic 9(8).
         05 filler pic x(168).
