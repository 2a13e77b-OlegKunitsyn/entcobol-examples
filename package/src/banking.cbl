       *> checksum so "DE22" followed by letters where the Bundesbank
       *> requires digits no longer sails through.
       *>
       *> A second alternate entry point, ibanokcountry, hands back
       *> the country table entry (length and BBAN structure
       *> pattern, as merged from the built-in table and IBANTAB)
       *> for a country code, so a diagnostic run can show what
       *> ibanok checked an IBAN against.
       *>
       *> @param l-iban IBAN string, spaces/hyphens and case tolerated
       *> @param l-reason optional reason code when rejected:
       *>   0 ok, 1 bad country, 2 bad length, 3 bad checksum,
       01 l-iban pic x(64).
       01 l-ok pic x value "0".
       01 l-reason pic 9(1).
       01 l-ctry-entry pic x(34).
       procedure division using l-iban, optional l-reason
           returning l-ok.
       main-entry.
           perform load-settings.
           goback.

       *>*
       *> Alternate entry point for diagnostics: l-ctry-entry comes
       *> in with a country code in its first two characters and
       *> goes back as that country's settings-table entry in the
       *> IBANTAB layout (code, length, BBAN pattern) - length zero
       *> and a blank pattern when the country is not in the table.
       *>*
       entry "ibanokcountry" using l-ctry-entry.
           if not settings-are-loaded
             perform load-settings
           end-if.
           move function upper-case(l-ctry-entry(1:2))
             to l-ctry-entry(1:2).
           move "00" to l-ctry-entry(3:2).
           move spaces to l-ctry-entry(5:30).
           if l-ctry-entry(1:2) not = spaces
             set country-idx to 1
             search countries
               at end
                 continue
               when country-code(country-idx) = l-ctry-entry(1:2)
                 move countries(country-idx) to l-ctry-entry
             end-search
           end-if.
           goback.

       *>*
       *> Seeds settings-table from the built-in list, then overlays
       *> it with package/copy/IBANTAB.cpy-shaped rows from the
