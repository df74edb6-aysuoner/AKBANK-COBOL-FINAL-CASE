      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   AUDHLOAD ==> online hesap hareketi sorgusunun (IDXH /      <*
      *>    IDXHIST) okudugu anahtarli journal kopyasini (AUDHIST     <*
      *>    KSDS) hazirlayan gece programi. CICS, QSAM journal'a      <*
      *>    (AUDFILE) erisemedigi icin sube "dun param ne oldu"       <*
      *>    sorusunda operasyondan AUDRPT istemek zorundaydi.         <*
      *>   ONLMERGE icinde, gunun online kayitlari (AUDONL) AUDFILE'a <*
      *>    eklendikten SONRA calisir; boylece kopya gecenin batch    <*
      *>    islemleriyle birlikte gunun online islemlerini de tasir:  <*
      *>     - AUDFILE okunur, PARM'daki gun sayisindan (varsayilan   <*
      *>       090, 000 = hepsi) eski kayitlar atlanir,               <*
      *>     - her kayit icin anahtar uretilir: hesap (ID + DVZ),     <*
      *>       TERS cevrilmis tarih/saat damgasi ve TERS cevrilmis    <*
      *>       journal sira numarasi. Anahtar sirasi boylece hesap    <*
      *>       icinde EN YENIDEN ESKIYE gider; online ekran ileri     <*
      *>       sayfada READNEXT, geri sayfada READPREV kullanir.      <*
      *>       Ayni damgali kayitlarda (kapanis adimlari gibi) sonra  <*
      *>       yazilan once gelir ve anahtar her zaman tektir,        <*
      *>     - kayitlar anahtar sirasinda HSTLOAD'a yazilir; ONLMERGE <*
      *>       KSDS'i bos yeniden tanimlayip bu dosyadan REPRO eder.  <*
      *>   Journal goruntusu (297 byte) anahtarin arkasina aynen      <*
      *>    tasinir. AUDARCH ile arsive kesilen donemler kopyada      <*
      *>    yer almaz; gerekirse arsiv nesilleri AUDFILE DD'sine      <*
      *>    canli dosyanin ONUNE eklenebilir (AUDARCH.JCL'deki gibi). <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                AUDHLOAD.
       AUTHOR.                    AYSU ONER.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.             15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE        ASSIGN TO  AUDFILE
                                  STATUS     AUD-ST.
           SELECT HST-FILE        ASSIGN TO  HSTLOAD
                                  STATUS     HST-ST.
           SELECT SORT-FILE       ASSIGN TO  SRTWORK.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *>   AUD-FILE ==> SUBPRG'in journal dosyasi; yalnizca tarih,    <*
      *>                saat ve anahtar alanlari cozulur (toplam      <*
      *>                uzunluk SUBPRG'daki AUD-REC ile ayni - 297).  <*
       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           05 AUD-DATE             PIC 9(06).
           05 AUD-DATE-R REDEFINES AUD-DATE.
             10 AUD-DATE-YY        PIC 9(02).
             10 AUD-DATE-MM        PIC 9(02).
             10 AUD-DATE-DD        PIC 9(02).
           05 AUD-TIME             PIC 9(08).
           05 AUD-PROC-TYPE        PIC X(01).
           05 AUD-IDX-ID           PIC 9(05).
           05 AUD-IDX-DVZ          PIC 9(03).
           05 FILLER               PIC X(274).
      *
      *>   HST-FILE ==> AUDHIST KSDS'inin yukleme dosyasi (327 byte): <*
      *>                30 byte anahtar + journal goruntusu. Alan     <*
      *>                duzeni IDXHIST'teki HST-REC ile birebir ayni. <*
       FD  HST-FILE RECORDING MODE F.
       01  HST-REC.
           05 HST-KEY.
             10 HST-IDX-ID         PIC 9(05).
             10 HST-IDX-DVZ        PIC 9(03).
             10 HST-INV-STAMP      PIC 9(14).
             10 HST-INV-SEQ        PIC 9(08).
           05 HST-AUD-IMAGE        PIC X(297).
      *
      *>   SORT-FILE ==> ayni duzen; KSDS yuklemesi artan anahtar     <*
      *>                 sirasi ister.                                <*
       SD  SORT-FILE.
       01  SRT-REC.
           05 SRT-KEY.
             10 SRT-IDX-ID         PIC 9(05).
             10 SRT-IDX-DVZ        PIC 9(03).
             10 SRT-INV-STAMP      PIC 9(14).
             10 SRT-INV-SEQ        PIC 9(08).
           05 SRT-AUD-IMAGE        PIC X(297).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 AUD-ST              PIC 9(02).
             88 AUD-EOF                    VALUE 10.
             88 AUD-SUCCESS                VALUE 00 97.
           05 HST-ST              PIC 9(02).
             88 HST-SUCCESS                VALUE 00 97.
           05 SRT-EOF-SW          PIC X(01) VALUE 'N'.
             88 SRT-EOF                    VALUE 'Y'.
      *
              *>*> PARM: saklanacak gun sayisi (3). Bos/numeric-disi  <*<*
              *>*> ise 090; 000 = tum journal.                        <*<*
       01  LOAD-PARM-AREA.
           05 LOAD-PARM           PIC X(03) VALUE SPACES.
           05 KEEP-DAYS           PIC 9(03) VALUE 090.
           05 SYS-DATE-AREA.
             10 SYS-DATE-YY       PIC 9(02).
             10 SYS-DATE-MM       PIC 9(02).
             10 SYS-DATE-DD       PIC 9(02).
      *
              *>*> Gun numarasi: 2000-01-01'den beri gun sayisi;      <*<*
              *>*> saklama siniri bununla hesaplanir.                 <*<*
       01  MONTH-CUM-AREA.
           05 FILLER              PIC X(36)
              VALUE '000031059090120151181212243273304334'.
       01  MONTH-CUM-TABLE REDEFINES MONTH-CUM-AREA.
           05 MONTH-CUM           PIC 9(03) OCCURS 12 TIMES.
       01  DAY-NUM-WORK.
           05 DN-DATE             PIC 9(08).
           05 DN-DATE-R REDEFINES DN-DATE.
             10 DN-YYYY           PIC 9(04).
             10 DN-MM             PIC 9(02).
             10 DN-DD             PIC 9(02).
           05 DN-YEARS            PIC 9(04) COMP.
           05 DN-QUOT             PIC 9(04) COMP.
           05 DN-REM              PIC 9(01) COMP.
           05 DN-RESULT           PIC 9(06) COMP.
           05 TODAY-DAY-NUM       PIC 9(06) COMP.
           05 LOW-DAY-NUM         PIC 9(06) COMP VALUE 0.
      *
              *>*> Ters damga ve sira hesap alanlari <*<*
       01  STAMP-WORK.
           05 AUD-STAMP           PIC 9(14).
           05 MAX-STAMP           PIC 9(14) VALUE 99999999999999.
           05 MAX-SEQ             PIC 9(08) VALUE 99999999.
      *
              *>*> Yukleme sayaclari <*<*
       01  LOAD-TOTALS.
           05 AUD-READ-CNT        PIC 9(08) VALUE ZERO.
           05 AUD-SKIP-CNT        PIC 9(08) COMP VALUE 0.
           05 HST-WRITE-CNT       PIC 9(08) COMP VALUE 0.
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           PERFORM RESOLVE-KEEP-DAYS
           SORT SORT-FILE
             ON ASCENDING KEY SRT-KEY
             INPUT PROCEDURE  IS LOAD-JOURNAL-RECORDS
             OUTPUT PROCEDURE IS WRITE-HISTORY-FILE
           DISPLAY 'AUDHLOAD - JOURNAL RECORDS READ  : ' AUD-READ-CNT
           DISPLAY 'AUDHLOAD - OLDER THAN WINDOW     : ' AUD-SKIP-CNT
           DISPLAY 'AUDHLOAD - HISTORY RECORDS LOADED: ' HST-WRITE-CNT
           MOVE 00 TO RETURN-CODE
           STOP RUN.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Saklama siniri: bugunun gun numarasindan PARM gun oncesi.   <*
      *----------------------------------------------------------------*
       RESOLVE-KEEP-DAYS.
           ACCEPT LOAD-PARM FROM COMMAND-LINE
           IF LOAD-PARM IS NOT EQUAL TO SPACES
             AND LOAD-PARM IS NUMERIC
             MOVE LOAD-PARM TO KEEP-DAYS
           END-IF
           ACCEPT SYS-DATE-AREA FROM DATE
           COMPUTE DN-YYYY = 2000 + SYS-DATE-YY
           MOVE SYS-DATE-MM TO DN-MM
           MOVE SYS-DATE-DD TO DN-DD
           PERFORM CALC-DAY-NUMBER
           MOVE DN-RESULT TO TODAY-DAY-NUM
           IF KEEP-DAYS IS GREATER THAN ZERO
             AND TODAY-DAY-NUM IS GREATER THAN KEEP-DAYS
             COMPUTE LOW-DAY-NUM = TODAY-DAY-NUM - KEEP-DAYS
           END-IF
           DISPLAY 'AUDHLOAD - DAYS KEPT (000 = ALL) : ' KEEP-DAYS.
       RESOLVE-KEEP-DAYS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   DN-DATE (YYYYMMDD, 2000-2099) ==> DN-RESULT. 2000-2099      <*
      *>    arasinda 4'e bolunen her yil artiktir.                     <*
      *----------------------------------------------------------------*
       CALC-DAY-NUMBER.
           IF DN-YYYY IS LESS THAN 2000
             OR DN-MM IS LESS THAN 1 OR DN-MM IS GREATER THAN 12
             MOVE ZERO TO DN-RESULT
           ELSE
             COMPUTE DN-YEARS = DN-YYYY - 2000
             DIVIDE DN-YYYY BY 4 GIVING DN-QUOT REMAINDER DN-REM
             COMPUTE DN-QUOT = (DN-YEARS + 3) / 4
             COMPUTE DN-RESULT = DN-YEARS * 365 + DN-QUOT
                     + MONTH-CUM(DN-MM) + DN-DD
             IF DN-MM IS GREATER THAN 2 AND DN-REM IS EQUAL TO ZERO
               ADD 1 TO DN-RESULT
             END-IF
           END-IF.
       CALC-DAY-NUMBER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   SORT INPUT-PROCEDURE: saklama penceresindeki journal       <*
      *>    kayitlari ters damga ve ters sira numarasiyla anahtarlanir <*
      *>    (sira numarasi journal'daki fiziksel sirasidir; ayni       <*
      *>    damgada sonra yazilan kayit once gelir).                   <*
      *----------------------------------------------------------------*
       LOAD-JOURNAL-RECORDS.
           OPEN INPUT AUD-FILE
           IF NOT AUD-SUCCESS
             DISPLAY 'AUDHLOAD - AUDFILE CANNOT OPEN: ' AUD-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           READ AUD-FILE
           PERFORM UNTIL AUD-EOF
             ADD 1 TO AUD-READ-CNT
             COMPUTE DN-YYYY = 2000 + AUD-DATE-YY
             MOVE AUD-DATE-MM TO DN-MM
             MOVE AUD-DATE-DD TO DN-DD
             PERFORM CALC-DAY-NUMBER
             IF DN-RESULT IS LESS THAN LOW-DAY-NUM
               ADD 1 TO AUD-SKIP-CNT
             ELSE
               MOVE AUD-IDX-ID  TO SRT-IDX-ID
               MOVE AUD-IDX-DVZ TO SRT-IDX-DVZ
               COMPUTE AUD-STAMP = AUD-DATE * 100000000 + AUD-TIME
               COMPUTE SRT-INV-STAMP = MAX-STAMP - AUD-STAMP
               COMPUTE SRT-INV-SEQ   = MAX-SEQ - AUD-READ-CNT
               MOVE AUD-REC     TO SRT-AUD-IMAGE
               RELEASE SRT-REC
             END-IF
             READ AUD-FILE
           END-PERFORM
           CLOSE AUD-FILE.
       LOAD-JOURNAL-RECORDS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       WRITE-HISTORY-FILE.
           OPEN OUTPUT HST-FILE
           IF NOT HST-SUCCESS
             DISPLAY 'AUDHLOAD - HSTLOAD CANNOT OPEN: ' HST-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           RETURN SORT-FILE
             AT END SET SRT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SRT-EOF
             WRITE HST-REC FROM SRT-REC
             ADD 1 TO HST-WRITE-CNT
             RETURN SORT-FILE
               AT END SET SRT-EOF TO TRUE
             END-RETURN
           END-PERFORM
           CLOSE HST-FILE.
       WRITE-HISTORY-FILE-END. EXIT.
