      *>   Gun hesabi eski usul 30/360 yaklasimiyla yapilir:           <*
      *>    YY*365+(AY-1)*30+GUN. Ceyrek donemlik dormancy esikleri    <*
      *>    icin gun duzeyinde kesinlik gerekmez.                      <*
      *>   Dormant bulunan her hesap ayrica DORMEXT'e (hesap anahtari, <*
      *>    kosu tarihi, son hareket, bos gun) yazilir; NTFYGEN musteri <*
      *>    bildirim mektuplarini bu dosyadan uretir. DD verilmemisse   <*
      *>    rapor yine uretilir, yalnizca uyari basilir.                <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                DORMSWP.
       AUTHOR.                    AYSU ONER.
           SELECT SORT-FILE       ASSIGN TO  SRTWORK.
           SELECT RPT-FILE        ASSIGN TO  DORMRPTFIL
                                  STATUS     RPT-ST.
           SELECT DRX-FILE        ASSIGN TO  DORMEXT
                                  STATUS     DRX-ST.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
      *>   AUD-FILE ==> SUBPRG'in journal dosyasi; yalnizca tarih ve  <*
      *>                anahtar alanlari kullanildigi icin goruntuler <*
      *>                tek bir FILLER olarak gecilir (toplam uzunluk <*
      *>                SUBPRG'daki AUD-REC ile ayni - 297 byte).     <*
       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           05 AUD-DATE             PIC 9(06).
           05 AUD-PROC-TYPE        PIC X(01).
           05 AUD-IDX-ID           PIC 9(05).
           05 AUD-IDX-DVZ          PIC 9(03).
           05 FILLER               PIC X(274).
      *
      *>   LACT-FILE ==> birinci SORT'un ciktisi: her hesabin (ID+DVZ) <*
      *>                 journal'daki EN SON hareket tarihi.           <*
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           05 RPT-LINE             PIC X(132).
      *
      *>   DRX-FILE ==> dormant hesaplarin makine-okunur listesi      <*
      *>    (IDX KEY sirasinda). Son hareket sifir ise hesap acilisten <*
      *>    beri hareketsizdir (tarih IDX-JUL'dan hesaplandi).         <*
       FD  DRX-FILE RECORDING MODE F.
       01  DRX-REC.
           05 DRX-ID               PIC 9(05).
           05 DRX-DVZ              PIC 9(03).
           05 DRX-RUN-DATE         PIC 9(06).
           05 DRX-ACT-DATE         PIC 9(06).
           05 DRX-DAYS-IDLE        PIC 9(05).
           05 DRX-THRESHOLD        PIC 9(05).
           05 DRX-STATUS           PIC X(01).
           05 FILLER               PIC X(09).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
             88 LACT-SUCCESS               VALUE 00 97.
           05 RPT-ST              PIC 9(02).
             88 RPT-SUCCESS                VALUE 00 97.
           05 DRX-ST              PIC 9(02).
             88 DRX-SUCCESS                VALUE 00 97.
           05 DRX-OPEN-SW         PIC X(01) VALUE 'N'.
             88 DRX-OPEN                   VALUE 'Y'.
      *
              *>*> PARM'dan gelen esik gun sayisi <*<*
       01  THRESHOLD-AREA.
      *>    kesilen her hesap bir daha hic dormant gorunmezdi.         <*
      *>   'K' (re-key) idari bir tasimadir, musteri hareketi          <*
      *>    sayilmaz.                                                  <*
      *>   'V' (ters kayit) operasyonun duzeltmesidir; ters cevrilen   <*
      *>    islemin kendisi zaten sayildigindan ayrica sayilmaz.       <*
      *----------------------------------------------------------------*
       LOAD-JOURNAL-DATES.
           OPEN INPUT AUD-FILE
               AND AUD-PROC-TYPE IS NOT EQUAL TO 'P'
               AND AUD-PROC-TYPE IS NOT EQUAL TO 'F'
               AND AUD-PROC-TYPE IS NOT EQUAL TO 'K'
               AND AUD-PROC-TYPE IS NOT EQUAL TO 'V'
               MOVE SPACES      TO SRT-REC
               MOVE AUD-IDX-ID  TO SRT-ID
               MOVE AUD-IDX-DVZ TO SRT-DVZ
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT DRX-FILE
           IF DRX-SUCCESS
             SET DRX-OPEN TO TRUE
           ELSE
             DISPLAY 'DORMSWP - DORMEXT CANNOT OPEN: ' DRX-ST
                     ' - NO EXTRACT FOR NOTIFICATIONS'
           END-IF
           PERFORM READ-NEXT-LACT
           READ IDX-FILE NEXT RECORD
           PERFORM UNTIL IDX-EOF
             READ IDX-FILE NEXT RECORD
           END-PERFORM
           CLOSE IDX-FILE
           CLOSE LACT-FILE
           IF DRX-OPEN
             CLOSE DRX-FILE
           END-IF.
       MATCH-MERGE-ACCOUNTS-END. EXIT.
      *----
      *----------------------------------------------------------------*
           MOVE IDX-AMOUNT  TO SRT-AMOUNT
           MOVE IDX-STATUS  TO SRT-STATUS
           MOVE DAYS-IDLE   TO SRT-DAYS-IDLE
           RELEASE SRT-REC
           IF DRX-OPEN
             MOVE SPACES         TO DRX-REC
             MOVE IDX-ID         TO DRX-ID
             MOVE IDX-DVZ        TO DRX-DVZ
             MOVE SYS-DATE-AREA  TO DRX-RUN-DATE
             MOVE SRT-ACT-DATE   TO DRX-ACT-DATE
             MOVE DAYS-IDLE      TO DRX-DAYS-IDLE
             MOVE THRESHOLD-DAYS TO DRX-THRESHOLD
             MOVE IDX-STATUS     TO DRX-STATUS
             WRITE DRX-REC
           END-IF.
       RELEASE-DORMANT-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
