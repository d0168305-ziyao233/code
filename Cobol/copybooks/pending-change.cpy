      *****************************************************************
      * pending-change.cpy
      * one entry per counter-master change awaiting (or past) a
      * second operator's decision. PENDCHG.DAT holds these lines;
      * change-control is the only program that writes the file.
      * the before and after images are whole counter-master
      * records (see counter-master.cpy). a before image of spaces
      * means the counter did not exist when the change was asked.
      *****************************************************************
           05 pnd-change-id           pic 9(6).
           05 pnd-status              pic x(1).
               88 pnd-pending         value "P".
               88 pnd-approved        value "A".
               88 pnd-rejected        value "R".
               88 pnd-expired         value "X".
           05 pnd-function            pic x(1).
               88 pnd-fn-freeze       value "F".
               88 pnd-fn-unfreeze     value "U".
               88 pnd-fn-retire       value "T".
               88 pnd-fn-rename       value "N".
               88 pnd-fn-format       value "M".
               88 pnd-fn-configure    value "C".
               88 pnd-fn-successor    value "S".
               88 pnd-fn-dr-carve     value "D".
           05 pnd-counter-id          pic x(10).
           05 pnd-requested-by        pic x(20).
           05 pnd-requested-ts        pic x(14).
           05 pnd-decided-by          pic x(20).
           05 pnd-decided-ts          pic x(14).
           05 pnd-before-image        pic x(100).
           05 pnd-after-image         pic x(100).
           05 pnd-note                pic x(40).
           05 pnd-decision-note       pic x(40).
