      * with no sign or limit rule. ACCT-SUSP-DAYS is blank on normal
      * feed records; ODEV003S stamps the days-in-suspense on records
      * it recycles so the aging clock survives a re-reject.
      * ACCT-TRX-REF is the originator's unique reference for the item;
      * ODEV003 rejects a reference already posted to HISTFILE. An RV
      * carries the reference of the posting it reverses in
      * ACCT-ORIG-REF and must exactly negate that posting's amount.
      * ACCT-XFER-LEG marks the two legs of an inter-account transfer
      * built by ODEV003W: the debit leg ('D') is immediately followed
      * by its credit leg ('C'), both carrying the transfer request
      * reference in ACCT-ORIG-REF. ODEV003 posts or suspends the pair
      * as a unit.
       01  ACCT-FIELDS.
           05 ACCT-ID         PIC X(05).
           05 ACCT-DVZ        PIC X(3).
              88 TRX-VALID-TYPE           VALUE 'DB' 'CR' 'FE'
                                                'RV' 'CL' '  '.
           05 ACCT-SUSP-DAYS  PIC 9(03).
           05 ACCT-XFER-LEG   PIC X(01).
              88 XFER-DEBIT-LEG           VALUE 'D'.
              88 XFER-CREDIT-LEG          VALUE 'C'.
              88 XFER-ANY-LEG             VALUE 'D' 'C'.
           05 FILLER          PIC X(04).
           05 ACCT-BALANCE    PIC S9(13)V99 COMP-3.
           05 ACCT-TRX-REF    PIC X(16).
           05 ACCT-ORIG-REF   PIC X(16).
      * Feed integrity envelope. The first record of every ACCTFILE
      * transmission is a header ('HDR') carrying the business date
      * and the feed sequence number; the last is a trailer ('TRL')
           05 ACCT-HDR-BUS-DATE PIC 9(08).
           05 ACCT-HDR-FEED-SEQ PIC 9(06).
           05 FILLER            PIC X(07).
           05 FILLER            PIC X(32).
       01  ACCT-TRL-FIELDS.
           05 ACCT-TRL-TAG      PIC X(05).
              88 ACCT-TRL-REC             VALUE 'TRL'.
           05 ACCT-TRL-REC-CNT  PIC 9(06).
           05 FILLER            PIC X(07).
           05 ACCT-TRL-HASH     PIC S9(13)V99 COMP-3.
           05 FILLER            PIC X(32).
