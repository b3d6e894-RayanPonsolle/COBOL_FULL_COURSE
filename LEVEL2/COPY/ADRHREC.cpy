      ******************************************************************
      * Name : ADRHREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for address_history.dat, the address
      * history kept on the person number, one row per period the
      * person lived at an address : from AH-FROM-DATE to
      * AH-TO-DATE, zero while the address is still the one in
      * force. AH-STATE is "A" for an address that has been on the
      * people record and "F" for a move keyed ahead of its date
      * ("moving on the 15th") that has not taken over yet ;
      * AddressMoves.cbl applies it on its date and it turns "A".
      * AH-NPAI-DATE is the day the mailing house returned post as
      * undeliverable at that address, zero if never. The record
      * key is the person number plus the from date, so a person's
      * periods read back in date order from one positioned START.
      * Rows are only written through AddressHistory.cbl.
      ******************************************************************
       01  ADDRESS-HISTORY-RECORD.
           05 AH-KEY.
               10 AH-PERSON-ID PIC 9(6).
               10 AH-FROM-DATE PIC 9(8).
           05 AH-TO-DATE PIC 9(8).
           05 AH-STATE PIC X.
           05 AH-ADDRESS.
               10 AH-ADR-1 PIC X(30).
               10 AH-ADR-2 PIC X(30).
               10 AH-CP PIC X(5).
               10 AH-VILLE PIC A(20).
           05 AH-NPAI-DATE PIC 9(8).
           05 AH-ENTRY-DATE PIC 9(8).
           05 AH-OPERATOR PIC X(8).
