LOOK-FOR-VENDOR-OR-ARCHIVE.

*>   Purged vendors still resolve by number: their archived image is
*>   loaded into VENDOR-RECORD and VENDOR-FROM-ARCHIVE is set.

     MOVE VENDOR-NUMBER TO W-VNDARC-LOOKUP-NUMBER.
     MOVE "N" TO W-VENDOR-FROM-ARCHIVE.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     READ VENDOR-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-VENDOR-RECORD.

     IF NOT FOUND-VENDOR-RECORD
        MOVE W-VNDARC-LOOKUP-NUMBER TO VNDARC-VENDOR-NUMBER
        READ VENDOR-ARCHIVE-FILE RECORD
           INVALID KEY
              MOVE W-VNDARC-LOOKUP-NUMBER TO VENDOR-NUMBER
           NOT INVALID KEY
              MOVE VNDARC-VENDOR-IMAGE TO VENDOR-RECORD
              MOVE "Y" TO W-FOUND-VENDOR-RECORD
              MOVE "Y" TO W-VENDOR-FROM-ARCHIVE
        END-READ.
*>_________________________________________________________________________
