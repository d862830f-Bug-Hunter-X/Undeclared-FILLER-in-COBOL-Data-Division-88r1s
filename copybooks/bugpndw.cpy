      ******************************************************************
      *    BUGPNDW.CPY
      *    WORKING-STORAGE items for the pending-change queue (see
      *    BUGPNDFD.CPY).  A maker program fills WS-PEND-BEFORE-IMAGE
      *    and WS-PEND-AFTER-IMAGE (blank before image for an add,
      *    blank after image for a delete), performs 9250-JUDGE-
      *    APPROVAL-NEEDED (BUGPNDP.CPY), and when WS-PEND-APPROVAL-
      *    NEEDED comes back set moves its job name and the signed-on
      *    operator to WS-PEND-MAKER-JOB/WS-PEND-MAKER-ID, sets the
      *    action condition and performs 9200-QUEUE-PENDING-CHANGE
      *    instead of writing the master.  The threshold compares the
      *    detail-record amount the change moves (after amount less
      *    before amount, sign ignored; a record that is not a DT
      *    carries no amount), so a large add, a large correction, or
      *    a type change that takes a large DT off or onto the book
      *    all need the second operator.  It comes off the maker
      *    job's parameter card, never from the maker at the
      *    terminal; with no card the default below is in force.
      *    COPY into WORKING-STORAGE alongside BUGPNDFD.CPY (FILE
      *    SECTION) and BUGPNDP.CPY (PROCEDURE DIVISION paragraphs).
      ******************************************************************
       01  WS-PENDING-FILE-NAME        PIC X(40) VALUE "BUGPEND.DAT".
       01  WS-PENDING-STATUS           PIC XX VALUE SPACES.
           88  WS-PENDING-OK                VALUE "00".
           88  WS-PENDING-ABSENT            VALUE "35".
       01  WS-PENDING-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-END-OF-PENDING-FILE       VALUE 'Y'.
       01  WS-PEND-HIGH-ITEM-NUMBER    PIC 9(6) VALUE ZERO.
       01  WS-PEND-APPROVAL-THRESHOLD  PIC S9(13)V99 COMP-3
                                       VALUE 10000.00.
       01  WS-PEND-THRESHOLD-INPUT     PIC X(18) VALUE SPACES.
       01  WS-PEND-AMOUNT-MOVED        PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-PEND-APPROVAL-SWITCH     PIC X VALUE 'N'.
           88  WS-PEND-APPROVAL-NEEDED      VALUE 'Y'.

       01  WS-PENDING-RECORD.
           05  WS-PEND-ITEM-NUMBER         PIC 9(6).
           05  WS-PEND-ACTION              PIC X(1).
               88  WS-PEND-ADD                  VALUE 'A'.
               88  WS-PEND-CHANGE               VALUE 'U'.
               88  WS-PEND-DELETE               VALUE 'D'.
           05  WS-PEND-ITEM-STATUS         PIC X(1).
               88  WS-PEND-AWAITING             VALUE 'P'.
               88  WS-PEND-APPROVED             VALUE 'A'.
               88  WS-PEND-DECLINED             VALUE 'D'.
           05  WS-PEND-BEFORE-IMAGE        PIC X(20).
           05  WS-PEND-BEFORE-FIELDS REDEFINES WS-PEND-BEFORE-IMAGE.
               10  WS-PB-PADDING           PIC X(4).
               10  WS-PB-TYPE-CODE         PIC X(2).
                   88  WS-PB-FINANCIAL-TYPE     VALUE 'DT'.
               10  WS-PB-RECORD-ID         PIC X(6).
               10  WS-PB-DATA              PIC X(8).
               10  WS-PB-AMOUNT REDEFINES WS-PB-DATA
                                           PIC S9(13)V99 COMP-3.
           05  WS-PEND-AFTER-IMAGE         PIC X(20).
           05  WS-PEND-AFTER-FIELDS REDEFINES WS-PEND-AFTER-IMAGE.
               10  WS-PA-PADDING           PIC X(4).
               10  WS-PA-TYPE-CODE         PIC X(2).
                   88  WS-PA-FINANCIAL-TYPE     VALUE 'DT'.
               10  WS-PA-RECORD-ID         PIC X(6).
               10  WS-PA-DATA              PIC X(8).
               10  WS-PA-AMOUNT REDEFINES WS-PA-DATA
                                           PIC S9(13)V99 COMP-3.
           05  WS-PEND-MAKER-JOB           PIC X(8).
           05  WS-PEND-MAKER-ID            PIC X(8).
           05  WS-PEND-QUEUED-TIMESTAMP    PIC X(21).
           05  WS-PEND-CHECKER-ID          PIC X(8).
           05  WS-PEND-DECIDED-TIMESTAMP   PIC X(21).
