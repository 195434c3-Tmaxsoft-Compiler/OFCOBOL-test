      ***************************************************************
      *  WSERSCRT - erasure certificate, one per customer whose
      *  personal data PRVPRG01 erased under the privacy retention
      *  policy.  The certificate is the bank's evidence of the
      *  erasure: when it was done, why the customer qualified
      *  (every account closed, the last on the date given, longer
      *  ago than the retention period), and what was erased or
      *  removed in each file.  Financial journals are never
      *  touched, so the certificate names only the personal-data
      *  files.  The file is appended to and never purged.
      ***************************************************************
       01 WS-ERASURE-CERTIFICATE.
           05 EC-CERTIFICATE-NO.
               10 EC-CERT-RUN-DATE        PIC 9(7).
               10 EC-CERT-SEQ             PIC 9(5).
           05 EC-CUST-NO                  PIC 9(9).
           05 EC-INTAKE-NO                PIC 9(6).
           05 EC-LAST-CLOSED-DATE         PIC 9(7).
           05 EC-RETENTION-DAYS           PIC 9(5).
      *    Y = the record was anonymized, N = none on file.
           05 EC-MASTER-ERASED            PIC X(1).
           05 EC-INTAKE-ERASED            PIC X(1).
           05 EC-ESTATE-ERASED            PIC X(1).
      *    Records removed outright.
           05 EC-CORR-REMOVED             PIC 9(5).
           05 EC-ALERTS-REMOVED           PIC 9(3).
           05 FILLER                      PIC X(10).
