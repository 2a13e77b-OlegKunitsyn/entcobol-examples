       *>*
       *> Folds one submitted payment into the running tamper-seal
       *> hash sepaval writes beside paysubmit and sepafmt
       *> recomputes before building the bank file: the payment's
       *> id, IBAN and amount (56 characters) are folded one
       *> character at a time into the hash carried between calls
       *> - hash times 31 plus the character's ordinal, modulo the
       *> prime 999999999989 - so changing, swapping or reordering
       *> any payment's id, IBAN or amount changes the result.
       *> Start the hash at zero for a new file.
       *>
       *> @param l-seal-data payment id x(10), IBAN x(34), amount x(12)
       *> @param l-seal-hash running hash, updated in place
       *>*
       identification division.
       program-id. payseal.
       environment division.
       configuration section.
       object-computer. computer
           program collating sequence is ASCII-sequence.
       special-names. alphabet ASCII-sequence is standard-1.
       data division.
       working-storage section.
       01 seal-idx pic 9(2) value zero.
       01 seal-work pic 9(15) value zero.
       linkage section.
       01 l-seal-data pic x(56).
       01 l-seal-hash pic 9(12).
       procedure division using l-seal-data, l-seal-hash.
           perform varying seal-idx from 1 by 1
             until seal-idx > 56
             compute seal-work = l-seal-hash * 31 +
               function ord(l-seal-data(seal-idx:1))
             compute l-seal-hash =
               function mod(seal-work, 999999999989)
           end-perform.
           goback.
       end program payseal.
