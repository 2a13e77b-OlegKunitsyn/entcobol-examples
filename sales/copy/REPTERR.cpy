       *>**
       *>  Rep territory record: one Region/Country pair a sales rep
       *>  is assigned to, keyed by the repmast rep name (rt-rep).
       *>  A rep carries as many pairs as their territory covers,
       *>  one record each, in the Region and Country spelling the
       *>  sales extract uses. REPMNT maintains the file alongside
       *>  repmast (a rep's pairs go when the rep is terminated);
       *>  SALESTERR flags the open period's orders booked to a rep
       *>  outside their pairs.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
       01 rep-terr-rec.
           05 rt-rep PIC X(20).
           05 rt-region PIC X(48).
           05 rt-country PIC X(48).
           05 FILLER PIC X(4).
