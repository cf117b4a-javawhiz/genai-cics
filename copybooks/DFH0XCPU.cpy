      * consecutive extract runs the item has been below minimum (it
      * is reset to zero by a run that finds the item at or above
      * minimum) so chronic shortages can be escalated on the
      * replenishment report. RM-MIN-STOCK and RM-REORDER-QTY are
      * reviewed against recent demand by DFH0XRPP, which changes
      * them only for items purchasing has approved.
      *****************************************************************
           03 RM-ITEM-REF            PIC X(4).
           03 RM-MIN-STOCK           PIC 9(4).
