      * arithmetic is untouched), then the person number, the two
      * address lines in double quotes (they contain commas), postal
      * code, date of birth with its C/E flag, capture date,
      * telephone, mailbox and civility (M, F or blank).
      * CsvImport.cbl accepts the same columns back.
      * Each run also writes people.csv.ctl (run date, record count,
      * AGE hash summed the same way as the **TRAILER** totals but
      * over the ages as exported) so ExtractCheck.cbl - or the
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  CSV_FILE.
       01  CSV_RECORD PIC X(250).
           END-IF.

           MOVE "NOM,AGE,VILLE,NUMERO,ADR1,ADR2,CP,NAISSANCE,FLAGN,SAIS
      -    "IE,TELEPHONE,COURRIEL,CIVILITE" TO CSV_RECORD.
           WRITE CSV_RECORD.

           PERFORM UNTIL FILE-END = 0
               TELEPHONE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(EMAIL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CIVILITE DELIMITED BY SIZE
               INTO CSV_RECORD
           END-STRING
           WRITE CSV_RECORD
