       *>*
       *> Validate a SEPA Creditor Identifier: a country code, two
       *> check digits, a three-character creditor business code
       *> and the national identifier, e.g. "DE98ZZZ09999999999".
       *> The check digits cover the national identifier alone -
       *> the business code is left out, so a creditor may change
       *> it without a new identifier - with the country code and
       *> check digits moved to its end and the same MOD97 rule
       *> isoref and ibanok's paragraph #5 use.
       *>
       *> @param l-cid creditor identifier, e.g. "DE98ZZZ09999999999"
       *> @return "1" in case of success, or "0"
       *>*
       identification division.
       program-id. cidok.
       environment division.
       configuration section.
       object-computer. computer
           program collating sequence is ASCII-sequence.
       special-names. alphabet ASCII-sequence is standard-1.
       data division.
       working-storage section.
       01 cid-work pic x(35) value spaces.
       01 cid-len pic 9(2) value zero.
       01 rearranged pic x(35) value spaces.
       01 cid-idx pic 9(2).
       01 char-code pic 9(2).
       01 cid-num pic x(70) value spaces.
       01 cid-num-idx pic 9(2) value 1.
       01 checksum pic 9(3) value zero.
       linkage section.
       01 l-cid pic x(35).
       01 l-ok pic x value "0".
       procedure division using l-cid returning l-ok.
           initialize
             cid-work
             cid-len
             rearranged
             cid-idx
             char-code
             cid-num
             cid-num-idx
             checksum
             l-ok
             all to value.
           move function upper-case(l-cid) to cid-work.
           inspect cid-work tallying cid-len for characters
             before space.

           if cid-len < 8 or cid-len > 35
             goback
           end-if.
           if cid-work(1:2) is not alphabetic
             goback
           end-if.
           if cid-work(3:2) is not numeric
             goback
           end-if.

           *> #1 drop the business code, move country and check
           *> digits behind the national identifier
           move cid-work(8:cid-len - 7) to rearranged.
           move cid-work(1:4) to rearranged(cid-len - 6:).
           subtract 3 from cid-len.

           *> #2 convert chars to digits
           perform varying cid-idx from 1 by 1
             until cid-idx > cid-len
             if rearranged(cid-idx:1) is numeric
               move rearranged(cid-idx:1) to cid-num(cid-num-idx:1)
               add 1 to cid-num-idx
             else
               if rearranged(cid-idx:1) is not alphabetic
                 goback
               end-if
               compute char-code = 10 +
                 function ord(rearranged(cid-idx:1)) - function ord("A")
               move char-code to cid-num(cid-num-idx:2)
               add 2 to cid-num-idx
             end-if
           end-perform.

           *> #3 compute MOD97
           perform varying cid-idx from 1 by 1
             until cid-idx > cid-num-idx - 1
             compute checksum = 10 * checksum +
               function numval(cid-num(cid-idx:1))
             compute checksum = function mod(checksum, 97)
           end-perform.

           if checksum = 1
             move "1" to l-ok
           end-if.
           goback.
       end program cidok.
