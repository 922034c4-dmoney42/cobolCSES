      *>       Collections intercepted from state/federal tax
      *>       refunds keep their offset designation through posting
               88  PT-METHOD-TAX-OFFSET        VALUE "T".
      *>       Funds a financial institution remitted against a bank
      *>       account levy issued by the FIDM levy run
               88  PT-METHOD-BANK-LEVY         VALUE "L".
           05  PT-REFERENCE-NUMBER   PIC X(10).
