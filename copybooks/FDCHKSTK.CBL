               88 CHKSTK-IS-ONHAND    VALUE "ONHAND".
               88 CHKSTK-IS-LOADED    VALUE "LOADED".
               88 CHKSTK-IS-USED      VALUE "USED".
*>          Forms out of this box voided as spoiled, so the box's count
*>          of good checks can be squared with the register.
            05 CHKSTK-SPOILED-COUNT   PIC 9(04).
