*>          and report banners TRAINING - nothing real can go out.
            05 SESSION-TRAINING          PIC X(01).
               88 SESSION-IS-TRAINING      VALUE "Y".
*>          Stamped by every menu selection; a menu that finds the
*>          session idle longer than SESSION-IDLE-TIMEOUT minutes
*>          (copied from the control record at login) ends it.
            05 SESSION-LAST-ACTIVITY-DATE PIC 9(08).
            05 SESSION-LAST-ACTIVITY-TIME PIC 9(06).
            05 SESSION-IDLE-TIMEOUT      PIC 9(03).
