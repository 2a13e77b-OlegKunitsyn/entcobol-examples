       *>**
       *>  Legal-entity lookup record passed to ENTITYMAP. The
       *>  caller sets the order's Region, Country and SalesRep
       *>  (SalesRep blank when only the pair matters) and
       *>  ENTITYMAP returns the company codes: ent-booking, the
       *>  entity the Region/Country pair books into, and
       *>  ent-selling, the entity the rep sells for - the rep's
       *>  own mapping when the rep sells across entities, the
       *>  booking entity otherwise. ent-intercompany is 'Y' when
       *>  both are known and differ, so the sale needs an
       *>  intercompany receivable/payable pair. A blank company
       *>  code is the single-company posting from before the
       *>  entmap file existed; ent-map-state is 'Y' when entmap is
       *>  in use, so a caller can tell an unmapped pair from a run
       *>  without the file.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
       01 entity-lookup-rec.
           05 ent-region PIC X(48) VALUE SPACES.
           05 ent-country PIC X(48) VALUE SPACES.
           05 ent-rep PIC X(20) VALUE SPACES.
           05 ent-booking PIC X(4) VALUE SPACES.
           05 ent-selling PIC X(4) VALUE SPACES.
           05 ent-intercompany PIC X VALUE 'N'.
               88 ent-is-intercompany VALUE 'Y'.
           05 ent-map-state PIC X VALUE 'N'.
               88 ent-map-in-use VALUE 'Y'.
