006700******************************************************************
006800     05  AUD-MBI                    PIC X(11).
006900     05  AUD-SERVICE-YEAR           PIC 9(04).
006904******************************************************************
006908*    THE INTEGRITY CHAIN.  EVERY WRITER NUMBERS ITS RECORDS IN   *
006912*    ONE CHAIN PER RUN (PROGRAM, PARTITION, START DATE AND       *
006916*    TIME) AND HASHES EACH RECORD - WITH AUD-RECORD-HASH         *
006920*    BLANK - THROUGH ESCALHSH.  THE HASH COVERS AUD-PREV-HASH,   *
006924*    THE PRIOR RECORD'S HASH IN THE SAME CHAIN, SO A RECORD      *
006928*    ALTERED, REMOVED OR SLIPPED IN AFTER THE FACT BREAKS THE    *
006932*    CHAIN, AND EACH CLOSED CHAIN'S COUNT AND LAST HASH GO TO    *
006936*    THE WRITE-ONCE ANCHOR FILE (HSHANCH, SEE HSHACPY) FOR THE   *
006940*    VERIFICATION JOB (ESCALHVF).  SPACES ON RECORDS WRITTEN     *
006944*    BEFORE THE CHAIN (AND BY THE ESCALACV CONVERSION).          *
006948******************************************************************
006952     05  AUD-CHAIN-DATA.
006956         10  AUD-CHAIN-ID.
006960             15  AUD-CHAIN-PROGRAM  PIC X(08).
006964             15  AUD-CHAIN-PARTITION
006968                                    PIC 9(02).
006972             15  AUD-CHAIN-DATE     PIC 9(08).
006976             15  AUD-CHAIN-TIME     PIC 9(08).
006980         10  AUD-CHAIN-SEQ          PIC 9(09).
006984         10  AUD-PREV-HASH          PIC X(18).
006988         10  AUD-RECORD-HASH        PIC X(18).
007000     05  FILLER                     PIC X(09).
