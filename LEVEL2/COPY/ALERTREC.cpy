      ******************************************************************
      * Name : ALERTREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for the outbound alert file picked up
      * by the site's SMS/e-mail gateway (alerts.out, or ALERT_FILE)
      * and for alerts_sent.txt, the journal of every alert already
      * handed over, written only through BatchAlert.cbl.
      * ALR-SEVERITY : C critical (run stopped, RETURN-CODE over the
      * threshold), W late against the forecast, I information (end
      * of run).
      * ALR-KIND : SEUIL, RETARD, ABANDON or FIN. ALR-CONTACT-NAME and
      * ALR-CONTACT come from the on-call rota in oncall.txt ; the
      * gateway routes on ALR-CONTACT (telephone number or address)
      * and sends ALR-TEXT.
      ******************************************************************
       01  ALERT-RECORD.
           05 ALR-TIMESTAMP PIC X(15).
           05 ALR-SEVERITY PIC X.
           05 ALR-KIND PIC X(8).
           05 ALR-RUN-DATE PIC 9(8).
           05 ALR-STEP-NAME PIC X(20).
           05 ALR-RC PIC 9(4).
           05 ALR-CONTACT-NAME PIC X(20).
           05 ALR-CONTACT PIC X(40).
           05 ALR-TEXT PIC X(60).
