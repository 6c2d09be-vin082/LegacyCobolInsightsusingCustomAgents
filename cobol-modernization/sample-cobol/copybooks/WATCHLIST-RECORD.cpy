       05 WLS-LIST-VERSION   PIC 9(6).
       05 WLS-ENTRY-ID       PIC X(10).
       05 WLS-ENTRY-NAME     PIC X(40).
       05 WLS-LIST-SOURCE    PIC X(8).
