           05 FILLER PIC X(30) VALUE "postage_cost.prt".
           05 FILLER PIC X(30) VALUE "city_bulkload.prt".
           05 FILLER PIC X(30) VALUE "print_compare.prt".
           05 FILLER PIC X(30) VALUE "cohort_report.prt".
           05 FILLER PIC X(30) VALUE "pyramid_report.prt".
           05 FILLER PIC X(30) VALUE "report_writer.prt".
           05 FILLER PIC X(30) VALUE "campaign_report.prt".
           05 FILLER PIC X(30) VALUE "orphan_sweep.prt".
           05 FILLER PIC X(30) VALUE "dsr_report.prt".
           05 FILLER PIC X(30) VALUE "research_control.prt".
           05 FILLER PIC X(30) VALUE "mask_certificate.prt".
           05 FILLER PIC X(30) VALUE "verify_statements.prt".
           05 FILLER PIC X(30) VALUE "verify_response.prt".
           05 FILLER PIC X(30) VALUE "verify_followup.prt".
           05 FILLER PIC X(30) VALUE "keying_quality.prt".
           05 FILLER PIC X(30) VALUE "audit_anomalies.prt".
           05 FILLER PIC X(30) VALUE "labels.prt".
           05 FILLER PIC X(30) VALUE "labels_count.prt".
       01  WS-KNOWN-TABLE REDEFINES WS-KNOWN-LIST.
           05 WS-KNOWN-NAME PIC X(30) OCCURS 39 TIMES.
       01  WS-KNOWN-COUNT PIC 9(2) VALUE 39.
       01  WS-KX PIC 9(2).

       01  WS-CATALOG-TABLE.
