                15  BCK-DEST-WRITTEN   PIC 9(07).
                15  BCK-DEST-REJECTED  PIC 9(07).
                15  BCK-DEST-HASH      PIC 9(10).
                15  BCK-DEST-ENC-READ      PIC 9(07).
                15  BCK-DEST-ENC-WRITTEN   PIC 9(07).
                15  BCK-DEST-ENC-REJECTED  PIC 9(07).
        05  BCK-SEG-NUMBER         PIC 9(02).
        05  BCK-SEG-START-DATE     PIC 9(08).
        05  BCK-SEG-START-TIME     PIC 9(08).
        05  BCK-SEG-START-RECORD   PIC 9(07).
        05  BCK-LAST-DATE          PIC 9(08).
        05  BCK-LAST-TIME          PIC 9(08).
