      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   NTFYGEN ==> musteri bildirim mektuplari. Hesabinda bir sey   <*
      *>    degisen musteri bugune kadar haberdar edilmiyordu; sikayet  <*
      *>    subeye geliyordu. Bu program gecenin olaylarindan musteri   <*
      *>    basina mektup uretir:                                       <*
      *>     HP ==> blokaj konuldu / degistirildi ('P', gun sonunda     <*
      *>            HOLDFILE'da aktif blokaj var),                      <*
      *>     HR ==> blokaj kaldirildi ya da suresi doldu ('P', gun      <*
      *>            sonunda aktif blokaj yok),                          <*
      *>     SB ==> hesap bloke edildi (durum B'ye dondu),              <*
      *>     SC ==> hesap kapatildi (durum C'ye dondu),                 <*
      *>     OD ==> onayla overdraft'a dusuldu (B/T/X/V, onaylayici     <*
      *>            dolu, bakiye eksiye indi),                          <*
      *>     DM ==> DORMSWP hesabi bu gece YENI dormant buldu (bugunun  <*
      *>            DORMEXT'inde var, bir onceki kosununkunde yok).     <*
      *>   Ayni musterinin (IDX-ID) ayni olay tipindeki tum para        <*
      *>    birimi hesaplari TEK mektupta listelenir; bir hesapta ayni  <*
      *>    olay gun icinde birden fazla olduysa son durumu yazilir.    <*
      *>    Ad ve adres, olayi olan ilk hesabin IDX kaydindan alinir.   <*
      *>   Mektup metni olay tipine gore NTFYTPL sablon dosyasindan     <*
      *>    gelir; program adres blogunu, hitabi ve hesap satirlarini   <*
      *>    kendisi basar. Ciktilar:                                    <*
      *>     LTRFILE ==> basima hazir mektuplar (her mektup yeni sayfa),<*
      *>     LTREXT  ==> baski firmasina giden H/L/A/T dosyasi ve       <*
      *>                 trailer'da kontrol toplamlari,                 <*
      *>     LTREXC  ==> mektup uretilemeyen musteriler: adres bos,     <*
      *>                 hesap master'da yok, sablon yok.               <*
      *>   Istisna varsa RC 04, yoksa RC 00.                            <*
      *>   PARM: olay tarihi YYMMDD (AUD-DATE ile ayni bicim; bos ise   <*
      *>    sistem tarihi).                                             <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                NTFYGEN.
       AUTHOR.                    AYSU ONER.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.             15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE        ASSIGN TO  IDXFILE
                                  ORGANIZATION INDEXED
                                  ACCESS     RANDOM
                                  RECORD KEY IDX-KEY
                                  STATUS     IDX-ST.
           SELECT HOLD-FILE       ASSIGN TO  HOLDFILE
                                  ORGANIZATION INDEXED
                                  ACCESS     RANDOM
                                  RECORD KEY HOLD-KEY
                                  STATUS     HOLD-ST.
           SELECT AUD-FILE        ASSIGN TO  AUDFILE
                                  STATUS     AUD-ST.
           SELECT DRN-FILE        ASSIGN TO  DORMNEW
                                  STATUS     DRN-ST.
           SELECT DRO-FILE        ASSIGN TO  DORMOLD
                                  STATUS     DRO-ST.
           SELECT TPL-FILE        ASSIGN TO  NTFYTPL
                                  STATUS     TPL-ST.
           SELECT SORT-FILE       ASSIGN TO  SRTWORK.
           SELECT LTR-FILE        ASSIGN TO  LTRFILE
                                  STATUS     LTR-ST.
           SELECT EXT-FILE        ASSIGN TO  LTREXT
                                  STATUS     EXT-ST.
           SELECT EXC-FILE        ASSIGN TO  LTREXC
                                  STATUS     EXC-ST.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  IDX-FILE.      *>*>.VSAM dosyasindaki veriler tanimlanir <*<*
       01  IDX-REC.
           05 IDX-KEY.
             10  IDX-ID            PIC 9(05)    COMP-3.
             10  IDX-DVZ           PIC 9(03)    COMP.
           05 IDX-FIRSTN           PIC X(15).
           05 IDX-LASTN            PIC X(15).
           05 IDX-JUL              PIC 9(07)    COMP-3.
           05 IDX-AMOUNT           PIC S9(13)V99 COMP-3.
      *>   Demografi segmenti ve hesap durum kodu (SUBPRG'daki        <*
      *>    IDX-REC ile birebir ayni duzen).                          <*
           05 IDX-DEMOG.
             10 IDX-ADDR1          PIC X(20).
             10 IDX-ADDR2          PIC X(20).
             10 IDX-CITY           PIC X(15).
             10 IDX-PHONE          PIC X(11).
           05 IDX-STATUS           PIC X(01).
             88 IDX-STS-ACTIVE              VALUE 'A'.
             88 IDX-STS-BLOCKED             VALUE 'B'.
             88 IDX-STS-CLOSED              VALUE 'C'.
      *
      *>   HOLD-FILE ==> blokaj dosyasi; alan duzeni SUBPRG'daki      <*
      *>    HOLD-REC ile birebir aynidir.                             <*
       FD  HOLD-FILE.
       01  HOLD-REC.
           05 HOLD-KEY.
             10 HOLD-ID            PIC 9(05)    COMP-3.
             10 HOLD-DVZ           PIC 9(03)    COMP.
           05 HOLD-AMOUNT          PIC S9(13)V99 COMP-3.
           05 HOLD-REASON          PIC X(03).
           05 HOLD-EXPIRY          PIC 9(08).
      *
      *>   AUD-FILE ==> SUBPRG'in journal dosyasi; yalnizca anahtar,   <*
      *>                tutar, durum ve onaylayici alanlari            <*
      *>                kullanildigindan goruntulerin geri kalani      <*
      *>                FILLER olarak gecilir (toplam uzunluk          <*
      *>                SUBPRG'daki AUD-REC ile ayni - 297 byte).      <*
       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           05 AUD-DATE             PIC 9(06).
           05 AUD-TIME             PIC 9(08).
           05 AUD-PROC-TYPE        PIC X(01).
           05 AUD-IDX-ID           PIC 9(05).
           05 AUD-IDX-DVZ          PIC 9(03).
           05 AUD-BEFORE-IMAGE.
             10 FILLER             PIC X(37).
             10 AUD-BEF-AMOUNT     PIC S9(13)V99.
             10 FILLER             PIC X(66).
             10 AUD-BEF-STS        PIC X(01).
           05 AUD-AFTER-IMAGE.
             10 FILLER             PIC X(37).
             10 AUD-AFT-AMOUNT     PIC S9(13)V99.
             10 FILLER             PIC X(66).
             10 AUD-AFT-STS        PIC X(01).
           05 AUD-APPR-ID          PIC X(05).
           05 FILLER               PIC X(31).
      *
      *>   DRN-FILE / DRO-FILE ==> DORMSWP'in dormant hesap listesi    <*
      *>    (DORMEXT): bu kosunun ve bir onceki kosunun kusagi. Ikisi  <*
      *>    de IDX KEY sirasindadir; eslestirme ile yalnizca yeni      <*
      *>    dormant olan hesaplar bulunur.                             <*
       FD  DRN-FILE RECORDING MODE F.
       01  DRN-REC.
           05 DRN-ID               PIC 9(05).
           05 DRN-DVZ              PIC 9(03).
           05 DRN-RUN-DATE         PIC 9(06).
           05 DRN-ACT-DATE         PIC 9(06).
           05 DRN-DAYS-IDLE        PIC 9(05).
           05 DRN-THRESHOLD        PIC 9(05).
           05 DRN-STATUS           PIC X(01).
           05 FILLER               PIC X(09).
      *
       FD  DRO-FILE RECORDING MODE F.
       01  DRO-REC.
           05 DRO-ID               PIC 9(05).
           05 DRO-DVZ              PIC 9(03).
           05 FILLER               PIC X(32).
      *
      *>   TPL-FILE ==> mektup sablonlari (80 kolon): olay kodu ve    <*
      *>    mektup govdesinin bir satiri. Bir olayin satirlari         <*
      *>    dosyadaki siralariyla basilir.                             <*
       FD  TPL-FILE RECORDING MODE F.
       01  TPL-REC.
           05 TPL-REC-EVENT        PIC X(02).
           05 FILLER               PIC X(01).
           05 TPL-REC-TEXT         PIC X(70).
           05 FILLER               PIC X(07).
      *
      *>   SORT-FILE ==> gecenin olaylari musteri + olay + hesap +     <*
      *>                 zaman sirasina dizilir; ayni musteri ve olay  <*
      *>                 tipindeki kayitlar bir mektup olur.           <*
       SD  SORT-FILE.
       01  SRT-REC.
           05 SRT-ID               PIC 9(05).
           05 SRT-EVENT            PIC X(02).
           05 SRT-DVZ              PIC 9(03).
           05 SRT-DATE             PIC 9(06).
           05 SRT-TIME             PIC 9(08).
           05 SRT-AMOUNT           PIC S9(13)V99.
           05 SRT-REASON           PIC X(03).
           05 SRT-EXPIRY           PIC 9(08).
           05 SRT-ACT-DATE         PIC 9(06).
           05 SRT-DAYS-IDLE        PIC 9(05).
      *
      *>   LTR-FILE ==> basima hazir mektuplar (80 kolon + kontrol    <*
      *>                karakteri); her mektup yeni sayfada baslar.   <*
       FD  LTR-FILE RECORDING MODE F.
       01  LTR-REC.
           05 LTR-LINE             PIC X(80).
      *
      *>   EXT-FILE ==> baski firmasina giden sabit formatli dosya     <*
      *>    (200 byte): H baslik, her mektup icin bir L (adres ve      <*
      *>    sablon), ardindan mektuptaki her hesap icin bir A, sonda   <*
      *>    T trailer (kayit sayilari, olay bazinda mektup sayilari,   <*
      *>    musteri numarasi hash toplami). Tutarlar isaretsiz, isaret <*
      *>    ayri alanda.                                               <*
       FD  EXT-FILE RECORDING MODE F.
       01  EXT-REC.
           05 EXT-REC-TYPE         PIC X(01).
             88 EXT-HEADER                  VALUE 'H'.
             88 EXT-LETTER                  VALUE 'L'.
             88 EXT-ACCOUNT                 VALUE 'A'.
             88 EXT-TRAILER                 VALUE 'T'.
           05 EXT-LTR-DATA.
             10 EXT-LTR-SEQ        PIC 9(07).
             10 EXT-CUST-ID        PIC 9(05).
             10 EXT-EVENT          PIC X(02).
             10 EXT-FIRSTN         PIC X(15).
             10 EXT-LASTN          PIC X(15).
             10 EXT-ADDR1          PIC X(20).
             10 EXT-ADDR2          PIC X(20).
             10 EXT-CITY           PIC X(15).
             10 EXT-ACCT-CNT       PIC 9(02).
             10 FILLER             PIC X(98).
           05 EXT-ACC-DATA REDEFINES EXT-LTR-DATA.
             10 EXT-ACC-LTR-SEQ    PIC 9(07).
             10 EXT-ACC-ID         PIC 9(05).
             10 EXT-ACC-EVENT      PIC X(02).
             10 EXT-ACC-DVZ        PIC 9(03).
             10 EXT-ACC-DATE       PIC 9(06).
             10 EXT-ACC-AMOUNT     PIC 9(13)V99.
             10 EXT-ACC-SIGN       PIC X(01).
             10 EXT-ACC-REASON     PIC X(03).
             10 EXT-ACC-EXPIRY     PIC 9(08).
             10 EXT-ACC-ACT-DATE   PIC 9(06).
             10 EXT-ACC-DAYS-IDLE  PIC 9(05).
             10 FILLER             PIC X(138).
           05 EXT-HDR-DATA REDEFINES EXT-LTR-DATA.
             10 EXT-HDR-FILE-ID    PIC X(08).
             10 EXT-HDR-EVT-DATE   PIC 9(06).
             10 EXT-HDR-CRT-DATE   PIC 9(08).
             10 FILLER             PIC X(177).
           05 EXT-TRL-DATA REDEFINES EXT-LTR-DATA.
             10 EXT-TRL-LTR-CNT    PIC 9(07).
             10 EXT-TRL-ACC-CNT    PIC 9(07).
             10 EXT-TRL-REC-CNT    PIC 9(07).
             10 EXT-TRL-EVT-CNT    PIC 9(07) OCCURS 6 TIMES.
             10 EXT-TRL-ID-HASH    PIC 9(12).
             10 FILLER             PIC X(124).
      *
      *>   EXC-FILE ==> mektubu uretilemeyen musteri/hesap listesi.    <*
       FD  EXC-FILE RECORDING MODE F.
       01  EXC-REC.
           05 EXC-LINE             PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 IDX-ST              PIC 9(02).
             88 IDX-SUCCESS                VALUE 00 97.
           05 HOLD-ST             PIC 9(02).
             88 HOLD-SUCCESS               VALUE 00 97.
           05 AUD-ST              PIC 9(02).
             88 AUD-EOF                    VALUE 10.
             88 AUD-SUCCESS                VALUE 00 97.
           05 DRN-ST              PIC 9(02).
             88 DRN-EOF                    VALUE 10.
             88 DRN-SUCCESS                VALUE 00 97.
           05 DRO-ST              PIC 9(02).
             88 DRO-EOF                    VALUE 10.
             88 DRO-SUCCESS                VALUE 00 97.
           05 TPL-ST              PIC 9(02).
             88 TPL-EOF                    VALUE 10.
             88 TPL-SUCCESS                VALUE 00 97.
           05 LTR-ST              PIC 9(02).
             88 LTR-SUCCESS                VALUE 00 97.
           05 EXT-ST              PIC 9(02).
             88 EXT-SUCCESS                VALUE 00 97.
           05 EXC-ST              PIC 9(02).
             88 EXC-SUCCESS                VALUE 00 97.
           05 HOLD-OPEN-SW        PIC X(01) VALUE 'N'.
             88 HOLD-OPEN                  VALUE 'Y'.
           05 DRO-OPEN-SW         PIC X(01) VALUE 'N'.
             88 DRO-OPEN                   VALUE 'Y'.
      *
              *>*> PARM: olay tarihi (YYMMDD) <*<*
       01  RUN-PARM-AREA.
           05 RUN-PARM            PIC X(06) VALUE SPACES.
           05 EVT-DATE-NUM        PIC 9(06) VALUE ZERO.
           05 EVT-DATE-LONG       PIC 9(08) VALUE ZERO.
           05 CRT-DATE-NUM        PIC 9(08) VALUE ZERO.
           05 SYS-DATE-AREA.
             10 SYS-DATE-YY       PIC 9(02).
             10 SYS-DATE-MM       PIC 9(02).
             10 SYS-DATE-DD       PIC 9(02).
      *
              *>*> Mektup sablonlari; olay kodlarinin sirasi trailer  <*<*
              *>*> sayaclarinin sirasidir (HP HR SB SC OD DM).        <*<*
       01  EVT-CODE-AREA.
           05 FILLER              PIC X(12) VALUE 'HPHRSBSCODDM'.
       01  EVT-CODE-TABLE REDEFINES EVT-CODE-AREA.
           05 EVT-CODE            PIC X(02) OCCURS 6 TIMES.
       01  EVT-COUNT-TABLE.
           05 EVT-LTR-CNT         PIC 9(07) COMP OCCURS 6 TIMES.
       01  EVT-SUB                PIC 9(02) COMP VALUE 0.
      *
       01  TPL-CNT                PIC 9(03) COMP VALUE 0.
       01  TPL-TABLE-AREA.
           05 TPL-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON TPL-CNT
                        INDEXED BY TPL-IDX.
             10 TPL-TBL-EVENT     PIC X(02).
             10 TPL-TBL-TEXT      PIC X(70).
       01  TPL-WORK.
           05 TPL-SUB             PIC 9(03) COMP VALUE 0.
           05 TPL-FOUND-SW        PIC X(01).
             88 TPL-FOUND                  VALUE 'Y'.
      *
              *>*> Olay turetme alanlari <*<*
       01  EVT-WORK.
           05 AUD-DEBIT-SW        PIC X(01).
             88 AUD-DEBIT-TYPE             VALUE 'Y'.
           05 DRN-KEY-NUM         PIC 9(08).
           05 DRO-KEY-NUM         PIC 9(08).
      *
              *>*> SORT kontrol degiskenleri <*<*
       01  SORT-CTL.
           05 SORT-EOF-SW         PIC X(01) VALUE 'N'.
             88 SORT-EOF                   VALUE 'Y'.
      *
              *>*> Mektup (musteri + olay) control-break degiskenleri <*<*
       01  BREAK-CTL.
           05 FIRST-RECORD-SW     PIC X(01) VALUE 'Y'.
             88 FIRST-RECORD              VALUE 'Y'.
           05 PREV-ID             PIC 9(05) VALUE ZERO.
           05 PREV-EVENT          PIC X(02) VALUE SPACES.
           05 LTR-SEQ             PIC 9(07) COMP VALUE 0.
           05 LTR-ON-MASTER-CNT   PIC 9(02) COMP.
           05 LTR-FIRSTN          PIC X(15).
           05 LTR-LASTN           PIC X(15).
           05 LTR-ADDR1           PIC X(20).
           05 LTR-ADDR2           PIC X(20).
           05 LTR-CITY            PIC X(15).
      *
              *>*> Mektuba girecek hesaplar (bir musterinin ayni olay <*<*
              *>*> tipindeki para birimi hesaplari) <*<*
       01  LA-CNT                 PIC 9(02) COMP VALUE 0.
       01  LA-SUB                 PIC 9(02) COMP VALUE 0.
       01  LA-TABLE-AREA.
           05 LA-ENTRY OCCURS 20 TIMES.
             10 LA-DVZ            PIC 9(03).
             10 LA-DATE           PIC 9(06).
             10 LA-AMOUNT         PIC S9(13)V99.
             10 LA-REASON         PIC X(03).
             10 LA-EXPIRY         PIC 9(08).
             10 LA-ACT-DATE       PIC 9(06).
             10 LA-DAYS-IDLE      PIC 9(05).
             10 LA-MASTER-SW      PIC X(01).
               88 LA-ON-MASTER             VALUE 'Y'.
      *
              *>*> Genel sayaclar <*<*
       01  RUN-TOTALS.
           05 JRNL-READ-CNT       PIC 9(07) COMP VALUE 0.
           05 EVENT-CNT           PIC 9(07) COMP VALUE 0.
           05 DORM-OLD-CNT        PIC 9(07) COMP VALUE 0.
           05 DORM-CLOSED-CNT     PIC 9(07) COMP VALUE 0.
           05 LETTER-CNT          PIC 9(07) COMP VALUE 0.
           05 ACC-LINE-CNT        PIC 9(07) COMP VALUE 0.
           05 EXT-REC-CNT         PIC 9(07) COMP VALUE 0.
           05 EXC-CNT             PIC 9(07) COMP VALUE 0.
           05 ID-HASH             PIC 9(12) COMP-3 VALUE 0.
      *
              *>*> Mektup ve liste basim alanlari <*<*
       01  PRT-WORK.
           05 PRT-ID-D            PIC 9(05).
           05 PRT-DVZ-D           PIC 9(03).
           05 PRT-AMT-D           PIC -(12)9.99.
           05 PRT-CNT-D           PIC 9(07).
           05 PRT-DAYS-D          PIC Z(04)9.
           05 PRT-EXC-REASON      PIC X(30).
           05 PRT-SHORT-DATE      PIC 9(06).
           05 PRT-SHORT-DATE-R REDEFINES PRT-SHORT-DATE.
             10 PRT-SD-YY         PIC 9(02).
             10 PRT-SD-MM         PIC 9(02).
             10 PRT-SD-DD         PIC 9(02).
           05 PRT-LONG-DATE       PIC 9(08).
           05 PRT-LONG-DATE-R REDEFINES PRT-LONG-DATE.
             10 PRT-LD-YYYY       PIC 9(04).
             10 PRT-LD-MM         PIC 9(02).
             10 PRT-LD-DD         PIC 9(02).
           05 PRT-DATE-EDIT.
             10 PRT-DE-DD         PIC 9(02).
             10 FILLER            PIC X(01) VALUE '/'.
             10 PRT-DE-MM         PIC 9(02).
             10 FILLER            PIC X(01) VALUE '/'.
             10 PRT-DE-YYYY       PIC 9(04).
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           PERFORM RESOLVE-RUN-PARMS
           PERFORM LOAD-TEMPLATE-TABLE
           PERFORM OPEN-HOLD-FILE
           SORT SORT-FILE
             ON ASCENDING KEY SRT-ID SRT-EVENT SRT-DVZ
                              SRT-DATE SRT-TIME
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE  IS LOAD-SORT-FILE
             OUTPUT PROCEDURE IS PRODUCE-LETTERS
           PERFORM PROGRAM-EXIT.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Olay tarihi PARM'dan (YYMMDD), bos/numeric-disi ise sistem  <*
      *>    tarihinden alinir.                                         <*
      *----------------------------------------------------------------*
       RESOLVE-RUN-PARMS.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           ACCEPT SYS-DATE-AREA FROM DATE
           COMPUTE CRT-DATE-NUM = 20000000
                   + SYS-DATE-YY * 10000
                   + SYS-DATE-MM * 100
                   + SYS-DATE-DD
           IF RUN-PARM IS NOT EQUAL TO SPACES
             AND RUN-PARM IS NUMERIC
             MOVE RUN-PARM TO EVT-DATE-NUM
           ELSE
             MOVE SYS-DATE-AREA TO EVT-DATE-NUM
           END-IF
           COMPUTE EVT-DATE-LONG = 20000000 + EVT-DATE-NUM
           DISPLAY 'NTFYGEN - EVENT DATE (YYMMDD): ' EVT-DATE-NUM.
       RESOLVE-RUN-PARMS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Sablon dosyasi yoksa hicbir mektup uretilemez; her mektup   <*
      *>    istisnaya duser (sessizce kaybolmaz).                      <*
      *----------------------------------------------------------------*
       LOAD-TEMPLATE-TABLE.
           MOVE 0 TO TPL-CNT
           OPEN INPUT TPL-FILE
           IF TPL-SUCCESS
             READ TPL-FILE
             PERFORM UNTIL TPL-EOF OR TPL-CNT IS EQUAL TO 200
               ADD 1 TO TPL-CNT
               MOVE TPL-REC-EVENT TO TPL-TBL-EVENT(TPL-CNT)
               MOVE TPL-REC-TEXT  TO TPL-TBL-TEXT(TPL-CNT)
               READ TPL-FILE
             END-PERFORM
             IF TPL-CNT IS EQUAL TO 200 AND NOT TPL-EOF
               DISPLAY 'NTFYGEN - NTFYTPL EXCEEDS 200 LINES '
                       '- TABLE TRUNCATED'
             END-IF
             CLOSE TPL-FILE
           ELSE
             DISPLAY 'NTFYGEN - NTFYTPL CANNOT OPEN: ' TPL-ST
           END-IF
           DISPLAY 'NTFYGEN - TEMPLATE LINES LOADED: ' TPL-CNT.
       LOAD-TEMPLATE-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   HOLDFILE yoksa (status 35) aktif blokaj da yoktur; o gece   <*
      *>    'P' gormus her hesap "blokaj kaldirildi" mektubu alir.     <*
      *----------------------------------------------------------------*
       OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE
           IF HOLD-SUCCESS
             SET HOLD-OPEN TO TRUE
           ELSE
             IF HOLD-ST IS EQUAL TO 35
               DISPLAY 'NTFYGEN - HOLDFILE NOT PRESENT - NO HOLDS'
             ELSE
               DISPLAY 'NTFYGEN - HOLDFILE CANNOT OPEN: ' HOLD-ST
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       OPEN-HOLD-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   SORT INPUT-PROCEDURE: olay tarihli journal kayitlarindan    <*
      *>    ve DORMEXT'ten olaylar turetilir.                          <*
      *----------------------------------------------------------------*
       LOAD-SORT-FILE.
           PERFORM LOAD-JOURNAL-EVENTS
           PERFORM LOAD-DORMANT-EVENTS
           IF HOLD-OPEN
             CLOSE HOLD-FILE
           END-IF
           DISPLAY 'NTFYGEN - JOURNAL RECORDS OF THE DAY: '
                   JRNL-READ-CNT
           DISPLAY 'NTFYGEN - EVENTS SELECTED           : '
                   EVENT-CNT.
       LOAD-SORT-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Journal kaydinin olaylari. Bir kayit birden fazla olay      <*
      *>    uretebilir (ornegin onayli borc ayni anda bloke hesabi     <*
      *>    etkilemez ama V ters kaydi overdraft'a dusurebilir).       <*
      *----------------------------------------------------------------*
       LOAD-JOURNAL-EVENTS.
           OPEN INPUT AUD-FILE
           IF NOT AUD-SUCCESS
             DISPLAY 'NTFYGEN - AUDFILE CANNOT OPEN: ' AUD-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           READ AUD-FILE
           PERFORM UNTIL AUD-EOF
             IF AUD-DATE IS EQUAL TO EVT-DATE-NUM
               ADD 1 TO JRNL-READ-CNT
               PERFORM SELECT-JOURNAL-EVENT
             END-IF
             READ AUD-FILE
           END-PERFORM
           CLOSE AUD-FILE.
       LOAD-JOURNAL-EVENTS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   'P' ==> HOLDFILE'in gun sonu durumuna gore HP ya da HR.     <*
      *>    Durum B ya da C'ye donduyse SB/SC. Onaylayicisi dolu bir   <*
      *>    borc hareketi bakiyeyi sifirin altina indirdiyse OD.       <*
      *----------------------------------------------------------------*
       SELECT-JOURNAL-EVENT.
           MOVE SPACES         TO SRT-REC
           MOVE AUD-IDX-ID     TO SRT-ID
           MOVE AUD-IDX-DVZ    TO SRT-DVZ
           MOVE AUD-DATE       TO SRT-DATE
           MOVE AUD-TIME       TO SRT-TIME
           MOVE AUD-AFT-AMOUNT TO SRT-AMOUNT
           MOVE ZERO TO SRT-EXPIRY SRT-ACT-DATE SRT-DAYS-IDLE
           IF AUD-PROC-TYPE IS EQUAL TO 'P'
             PERFORM CLASSIFY-HOLD-EVENT
             PERFORM RELEASE-EVENT
           END-IF
           IF AUD-AFT-STS IS NOT EQUAL TO AUD-BEF-STS
             IF AUD-AFT-STS IS EQUAL TO 'B'
               MOVE 'SB' TO SRT-EVENT
               PERFORM RELEASE-EVENT
             END-IF
             IF AUD-AFT-STS IS EQUAL TO 'C'
               MOVE 'SC' TO SRT-EVENT
               PERFORM RELEASE-EVENT
             END-IF
           END-IF
           MOVE 'N' TO AUD-DEBIT-SW
           IF AUD-PROC-TYPE IS EQUAL TO 'B' OR 'T' OR 'X' OR 'V'
             SET AUD-DEBIT-TYPE TO TRUE
           END-IF
           IF AUD-DEBIT-TYPE
             AND AUD-APPR-ID IS NOT EQUAL TO SPACES
             AND AUD-AFT-AMOUNT IS LESS THAN ZERO
             AND AUD-AFT-AMOUNT IS LESS THAN AUD-BEF-AMOUNT
             MOVE 'OD' TO SRT-EVENT
             MOVE SPACES TO SRT-REASON
             MOVE ZERO   TO SRT-EXPIRY
             MOVE AUD-AFT-AMOUNT TO SRT-AMOUNT
             PERFORM RELEASE-EVENT
           END-IF.
       SELECT-JOURNAL-EVENT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Aktif blokaj tanimi SUBPRG ile aynidir: suresiz ya da sona  <*
      *>    erme tarihi olay tarihi ve sonrasi.                        <*
      *----------------------------------------------------------------*
       CLASSIFY-HOLD-EVENT.
           MOVE 'HR' TO SRT-EVENT
           IF HOLD-OPEN
             MOVE AUD-IDX-ID  TO HOLD-ID
             MOVE AUD-IDX-DVZ TO HOLD-DVZ
             READ HOLD-FILE
             IF HOLD-SUCCESS
               IF HOLD-EXPIRY IS EQUAL TO ZERO
                 OR HOLD-EXPIRY IS NOT LESS THAN EVT-DATE-LONG
                 MOVE 'HP'        TO SRT-EVENT
                 MOVE HOLD-AMOUNT TO SRT-AMOUNT
                 MOVE HOLD-REASON TO SRT-REASON
                 MOVE HOLD-EXPIRY TO SRT-EXPIRY
               END-IF
             END-IF
           END-IF.
       CLASSIFY-HOLD-EVENT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       RELEASE-EVENT.
           ADD 1 TO EVENT-CNT
           RELEASE SRT-REC.
       RELEASE-EVENT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Bu gecenin DORMEXT'i (kosu tarihi olay tarihi olmali; DORMSWP<*
      *>    bu gece kosmadiysa eski liste yeniden mektuplanmaz) bir     <*
      *>    onceki kusakla eslestirilir; yalnizca yeni dormant hesaplar<*
      *>    olay olur. Onceki kusak yoksa (ilk kosu) hepsi yenidir.     <*
      *>    Kapali hesaba dormant mektubu gonderilmez.                  <*
      *----------------------------------------------------------------*
       LOAD-DORMANT-EVENTS.
           OPEN INPUT DRN-FILE
           IF NOT DRN-SUCCESS
             DISPLAY 'NTFYGEN - DORMNEW NOT PRESENT: ' DRN-ST
                     ' - NO DORMANCY LETTERS'
           ELSE
             OPEN INPUT DRO-FILE
             IF DRO-SUCCESS
               SET DRO-OPEN TO TRUE
             ELSE
               DISPLAY 'NTFYGEN - DORMOLD NOT PRESENT: ' DRO-ST
                       ' - EVERY DORMANT ACCOUNT IS NEW'
             END-IF
             PERFORM READ-NEXT-DRO
             READ DRN-FILE
             PERFORM UNTIL DRN-EOF
               IF DRN-RUN-DATE IS EQUAL TO EVT-DATE-NUM
                 PERFORM MATCH-DORMANT-ACCOUNT
               END-IF
               READ DRN-FILE
             END-PERFORM
             CLOSE DRN-FILE
             IF DRO-OPEN
               CLOSE DRO-FILE
             END-IF
           END-IF
           DISPLAY 'NTFYGEN - DORMANT, ALREADY NOTIFIED : '
                   DORM-OLD-CNT
           DISPLAY 'NTFYGEN - DORMANT, ACCOUNT CLOSED   : '
                   DORM-CLOSED-CNT.
       LOAD-DORMANT-EVENTS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       READ-NEXT-DRO.
           IF DRO-OPEN
             READ DRO-FILE
           END-IF
           IF NOT DRO-OPEN OR DRO-EOF
             MOVE 99999999 TO DRO-KEY-NUM
           ELSE
             COMPUTE DRO-KEY-NUM = DRO-ID * 1000 + DRO-DVZ
           END-IF.
       READ-NEXT-DRO-END. EXIT.
      *----
      *----------------------------------------------------------------*
       MATCH-DORMANT-ACCOUNT.
           COMPUTE DRN-KEY-NUM = DRN-ID * 1000 + DRN-DVZ
           PERFORM UNTIL DRO-KEY-NUM IS NOT LESS THAN DRN-KEY-NUM
             PERFORM READ-NEXT-DRO
           END-PERFORM
           EVALUATE TRUE
           WHEN DRO-KEY-NUM IS EQUAL TO DRN-KEY-NUM
             ADD 1 TO DORM-OLD-CNT
           WHEN DRN-STATUS IS EQUAL TO 'C'
             ADD 1 TO DORM-CLOSED-CNT
           WHEN OTHER
             MOVE SPACES        TO SRT-REC
             MOVE DRN-ID        TO SRT-ID
             MOVE 'DM'          TO SRT-EVENT
             MOVE DRN-DVZ       TO SRT-DVZ
             MOVE DRN-RUN-DATE  TO SRT-DATE
             MOVE ZERO          TO SRT-TIME SRT-AMOUNT SRT-EXPIRY
             MOVE DRN-ACT-DATE  TO SRT-ACT-DATE
             MOVE DRN-DAYS-IDLE TO SRT-DAYS-IDLE
             PERFORM RELEASE-EVENT
           END-EVALUATE.
       MATCH-DORMANT-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   SORT OUTPUT-PROCEDURE: musteri + olay kirilimiyla mektuplar <*
      *>    uretilir; ayni hesabin tekrar eden olayinda son kayit      <*
      *>    (zaman sirasinda en gec) gecerlidir.                       <*
      *----------------------------------------------------------------*
       PRODUCE-LETTERS.
           PERFORM OPEN-OUTPUT-FILES
           RETURN SORT-FILE
             AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
             PERFORM COLLECT-EVENT
             RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
             END-RETURN
           END-PERFORM
           IF NOT FIRST-RECORD
             PERFORM FINISH-LETTER
           END-IF
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM PRNT-EXCEPTION-TOTALS
           CLOSE IDX-FILE
           CLOSE LTR-FILE
           CLOSE EXT-FILE
           CLOSE EXC-FILE.
       PRODUCE-LETTERS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       OPEN-OUTPUT-FILES.
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT LTR-FILE
           OPEN OUTPUT EXT-FILE
           OPEN OUTPUT EXC-FILE
           IF (NOT IDX-SUCCESS OR NOT LTR-SUCCESS
               OR NOT EXT-SUCCESS OR NOT EXC-SUCCESS)
             DISPLAY 'NTFYGEN - FILE CANNOT OPEN'
             DISPLAY 'IDX-ST: ' IDX-ST
             DISPLAY 'LTR-ST: ' LTR-ST
             DISPLAY 'EXT-ST: ' EXT-ST
             DISPLAY 'EXC-ST: ' EXC-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO EXT-REC
           SET EXT-HEADER TO TRUE
           MOVE 'NTFYGEN '   TO EXT-HDR-FILE-ID
           MOVE EVT-DATE-NUM TO EXT-HDR-EVT-DATE
           MOVE CRT-DATE-NUM TO EXT-HDR-CRT-DATE
           PERFORM WRITE-EXTRACT-RECORD
           MOVE SPACES TO EXC-REC
           STRING 'NTFYGEN - NOTIFICATION EXCEPTIONS - EVENT DATE '
                    DELIMITED BY SIZE
                  EVT-DATE-NUM DELIMITED BY SIZE
                  INTO EXC-REC
           END-STRING
           WRITE EXC-REC
           PERFORM CLEAR-EVENT-COUNTER
             VARYING EVT-SUB FROM 1 BY 1
             UNTIL EVT-SUB IS GREATER THAN 6.
       OPEN-OUTPUT-FILES-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CLEAR-EVENT-COUNTER.
           MOVE 0 TO EVT-LTR-CNT(EVT-SUB).
       CLEAR-EVENT-COUNTER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       COLLECT-EVENT.
           IF FIRST-RECORD
             OR SRT-ID    IS NOT EQUAL TO PREV-ID
             OR SRT-EVENT IS NOT EQUAL TO PREV-EVENT
             IF NOT FIRST-RECORD
               PERFORM FINISH-LETTER
             END-IF
             MOVE SRT-ID    TO PREV-ID
             MOVE SRT-EVENT TO PREV-EVENT
             MOVE 0   TO LA-CNT
             MOVE 'N' TO FIRST-RECORD-SW
           END-IF
           IF LA-CNT IS GREATER THAN ZERO
             AND SRT-DVZ IS EQUAL TO LA-DVZ(LA-CNT)
             PERFORM STORE-ACCOUNT-EVENT
           ELSE
             IF LA-CNT IS LESS THAN 20
               ADD 1 TO LA-CNT
               PERFORM STORE-ACCOUNT-EVENT
             ELSE
               MOVE SRT-ID  TO PRT-ID-D
               MOVE SRT-DVZ TO PRT-DVZ-D
               MOVE 'OVER 20 ACCOUNTS - NOT LISTED' TO PRT-EXC-REASON
               PERFORM PRNT-EXCEPTION-LINE
             END-IF
           END-IF.
       COLLECT-EVENT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       STORE-ACCOUNT-EVENT.
           MOVE SRT-DVZ       TO LA-DVZ(LA-CNT)
           MOVE SRT-DATE      TO LA-DATE(LA-CNT)
           MOVE SRT-AMOUNT    TO LA-AMOUNT(LA-CNT)
           MOVE SRT-REASON    TO LA-REASON(LA-CNT)
           MOVE SRT-EXPIRY    TO LA-EXPIRY(LA-CNT)
           MOVE SRT-ACT-DATE  TO LA-ACT-DATE(LA-CNT)
           MOVE SRT-DAYS-IDLE TO LA-DAYS-IDLE(LA-CNT)
           MOVE 'N'           TO LA-MASTER-SW(LA-CNT).
       STORE-ACCOUNT-EVENT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Mektubun hesaplari master'da aranir; adres ilk bulunan      <*
      *>    hesaptan alinir. Adres bos (ADDR1 ve ADDR2 ikisi de bos ya  <*
      *>    da CITY bos) ise ya da olayin sablonu yoksa mektup yerine   <*
      *>    istisna satiri yazilir.                                     <*
      *----------------------------------------------------------------*
       FINISH-LETTER.
           MOVE 0 TO LTR-ON-MASTER-CNT
           PERFORM CHECK-LETTER-ACCOUNT
             VARYING LA-SUB FROM 1 BY 1
             UNTIL LA-SUB IS GREATER THAN LA-CNT
           IF LTR-ON-MASTER-CNT IS GREATER THAN ZERO
             PERFORM FIND-EVENT-TEMPLATE
             MOVE PREV-ID TO PRT-ID-D
             MOVE ZERO    TO PRT-DVZ-D
             EVALUATE TRUE
             WHEN (LTR-ADDR1 IS EQUAL TO SPACES
                   AND LTR-ADDR2 IS EQUAL TO SPACES)
               OR LTR-CITY IS EQUAL TO SPACES
               MOVE 'BLANK ADDRESS - NOT MAILED' TO PRT-EXC-REASON
               PERFORM PRNT-EXCEPTION-LINE
             WHEN NOT TPL-FOUND
               MOVE 'NO TEMPLATE FOR EVENT' TO PRT-EXC-REASON
               PERFORM PRNT-EXCEPTION-LINE
             WHEN OTHER
               PERFORM PRNT-LETTER
             END-EVALUATE
           END-IF.
       FINISH-LETTER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CHECK-LETTER-ACCOUNT.
           MOVE PREV-ID        TO IDX-ID
           MOVE LA-DVZ(LA-SUB) TO IDX-DVZ
           READ IDX-FILE
           IF IDX-SUCCESS
             MOVE 'Y' TO LA-MASTER-SW(LA-SUB)
             ADD 1 TO LTR-ON-MASTER-CNT
             IF LTR-ON-MASTER-CNT IS EQUAL TO 1
               MOVE IDX-FIRSTN TO LTR-FIRSTN
               MOVE IDX-LASTN  TO LTR-LASTN
               MOVE IDX-ADDR1  TO LTR-ADDR1
               MOVE IDX-ADDR2  TO LTR-ADDR2
               MOVE IDX-CITY   TO LTR-CITY
             END-IF
           ELSE
             MOVE PREV-ID        TO PRT-ID-D
             MOVE LA-DVZ(LA-SUB) TO PRT-DVZ-D
             MOVE 'ACCOUNT NOT ON MASTER' TO PRT-EXC-REASON
             PERFORM PRNT-EXCEPTION-LINE
           END-IF.
       CHECK-LETTER-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FIND-EVENT-TEMPLATE.
           MOVE 'N' TO TPL-FOUND-SW
           IF TPL-CNT IS GREATER THAN ZERO
             SET TPL-IDX TO 1
             SEARCH TPL-ENTRY
               AT END
                 CONTINUE
               WHEN TPL-TBL-EVENT(TPL-IDX) = PREV-EVENT
                 SET TPL-FOUND TO TRUE
             END-SEARCH
           END-IF.
       FIND-EVENT-TEMPLATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Mektup: adres blogu, tarih ve musteri numarasi, hitap,      <*
      *>    sablon metni, hesap satirlari. Ayni mektup LTREXT'e L + A  <*
      *>    kayitlari olarak da yazilir.                               <*
      *----------------------------------------------------------------*
       PRNT-LETTER.
           ADD 1 TO LTR-SEQ
           ADD 1 TO LETTER-CNT
           ADD PREV-ID TO ID-HASH
           PERFORM COUNT-LETTER-EVENT
             VARYING EVT-SUB FROM 1 BY 1
             UNTIL EVT-SUB IS GREATER THAN 6
           MOVE SPACES TO LTR-REC
           MOVE LTR-FIRSTN TO LTR-LINE(6:15)
           MOVE LTR-LASTN  TO LTR-LINE(22:15)
           WRITE LTR-REC AFTER ADVANCING PAGE
           MOVE SPACES TO LTR-REC
           MOVE LTR-ADDR1 TO LTR-LINE(6:20)
           WRITE LTR-REC AFTER ADVANCING 1 LINE
           IF LTR-ADDR2 IS NOT EQUAL TO SPACES
             MOVE SPACES TO LTR-REC
             MOVE LTR-ADDR2 TO LTR-LINE(6:20)
             WRITE LTR-REC AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO LTR-REC
           MOVE LTR-CITY TO LTR-LINE(6:15)
           WRITE LTR-REC AFTER ADVANCING 1 LINE
           MOVE EVT-DATE-NUM TO PRT-SHORT-DATE
           PERFORM EDIT-SHORT-DATE
           MOVE PREV-ID TO PRT-ID-D
           MOVE SPACES TO LTR-REC
           STRING 'DATE: '        DELIMITED BY SIZE
                  PRT-DATE-EDIT   DELIMITED BY SIZE
                  '     CUSTOMER NO: ' DELIMITED BY SIZE
                  PRT-ID-D        DELIMITED BY SIZE
                  INTO LTR-LINE(41:40)
           END-STRING
           WRITE LTR-REC AFTER ADVANCING 3 LINES
           MOVE SPACES TO LTR-REC
           STRING 'DEAR '        DELIMITED BY SIZE
                  LTR-FIRSTN     DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  LTR-LASTN      DELIMITED BY '  '
                  ','            DELIMITED BY SIZE
                  INTO LTR-LINE(6:75)
           END-STRING
           WRITE LTR-REC AFTER ADVANCING 3 LINES
           MOVE SPACES TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 1 LINE
           PERFORM PRNT-TEMPLATE-LINE
             VARYING TPL-SUB FROM 1 BY 1
             UNTIL TPL-SUB IS GREATER THAN TPL-CNT
           MOVE SPACES TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 1 LINE
           PERFORM WRITE-EXTRACT-LETTER
           PERFORM PRNT-LETTER-ACCOUNT
             VARYING LA-SUB FROM 1 BY 1
             UNTIL LA-SUB IS GREATER THAN LA-CNT.
       PRNT-LETTER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       COUNT-LETTER-EVENT.
           IF EVT-CODE(EVT-SUB) IS EQUAL TO PREV-EVENT
             ADD 1 TO EVT-LTR-CNT(EVT-SUB)
           END-IF.
       COUNT-LETTER-EVENT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-TEMPLATE-LINE.
           IF TPL-TBL-EVENT(TPL-SUB) IS EQUAL TO PREV-EVENT
             MOVE SPACES TO LTR-REC
             MOVE TPL-TBL-TEXT(TPL-SUB) TO LTR-LINE(6:70)
             WRITE LTR-REC AFTER ADVANCING 1 LINE
           END-IF.
       PRNT-TEMPLATE-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Hesap satiri olay tipine gore doldurulur.                   <*
      *----------------------------------------------------------------*
       PRNT-LETTER-ACCOUNT.
           IF LA-ON-MASTER(LA-SUB)
             ADD 1 TO ACC-LINE-CNT
             MOVE PREV-ID        TO PRT-ID-D
             MOVE LA-DVZ(LA-SUB) TO PRT-DVZ-D
             MOVE SPACES TO LTR-REC
             STRING 'ACCOUNT '  DELIMITED BY SIZE
                    PRT-ID-D    DELIMITED BY SIZE
                    '/'         DELIMITED BY SIZE
                    PRT-DVZ-D   DELIMITED BY SIZE
                    INTO LTR-LINE(6:17)
             END-STRING
             EVALUATE PREV-EVENT
             WHEN 'HP'
               PERFORM EDIT-HOLD-PLACED
             WHEN 'DM'
               PERFORM EDIT-DORMANT-LINE
             WHEN 'OD'
               MOVE LA-AMOUNT(LA-SUB) TO PRT-AMT-D
               STRING 'BALANCE AFTER APPROVED OVERDRAFT:'
                        DELIMITED BY SIZE
                      PRT-AMT-D DELIMITED BY SIZE
                      INTO LTR-LINE(24:57)
               END-STRING
             WHEN OTHER
               MOVE LA-DATE(LA-SUB) TO PRT-SHORT-DATE
               PERFORM EDIT-SHORT-DATE
               EVALUATE PREV-EVENT
               WHEN 'HR'
                 MOVE 'HOLD RELEASED ON ' TO LTR-LINE(24:17)
               WHEN 'SB'
                 MOVE 'BLOCKED ON '       TO LTR-LINE(24:17)
               WHEN 'SC'
                 MOVE 'CLOSED ON '        TO LTR-LINE(24:17)
               END-EVALUATE
               MOVE PRT-DATE-EDIT TO LTR-LINE(41:10)
             END-EVALUATE
             WRITE LTR-REC AFTER ADVANCING 1 LINE
             PERFORM WRITE-EXTRACT-ACCOUNT
           END-IF.
       PRNT-LETTER-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       EDIT-HOLD-PLACED.
           MOVE LA-AMOUNT(LA-SUB) TO PRT-AMT-D
           IF LA-EXPIRY(LA-SUB) IS EQUAL TO ZERO
             STRING 'HOLD:'          DELIMITED BY SIZE
                    PRT-AMT-D        DELIMITED BY SIZE
                    ' REASON '       DELIMITED BY SIZE
                    LA-REASON(LA-SUB) DELIMITED BY SIZE
                    ' NO EXPIRY'     DELIMITED BY SIZE
                    INTO LTR-LINE(24:57)
             END-STRING
           ELSE
             MOVE LA-EXPIRY(LA-SUB) TO PRT-LONG-DATE
             MOVE PRT-LD-DD   TO PRT-DE-DD
             MOVE PRT-LD-MM   TO PRT-DE-MM
             MOVE PRT-LD-YYYY TO PRT-DE-YYYY
             STRING 'HOLD:'          DELIMITED BY SIZE
                    PRT-AMT-D        DELIMITED BY SIZE
                    ' REASON '       DELIMITED BY SIZE
                    LA-REASON(LA-SUB) DELIMITED BY SIZE
                    ' UNTIL '        DELIMITED BY SIZE
                    PRT-DATE-EDIT    DELIMITED BY SIZE
                    INTO LTR-LINE(24:57)
             END-STRING
           END-IF.
       EDIT-HOLD-PLACED-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Son hareket sifir ise hesap acilisindan beri hareketsizdir. <*
      *----------------------------------------------------------------*
       EDIT-DORMANT-LINE.
           MOVE LA-DAYS-IDLE(LA-SUB) TO PRT-DAYS-D
           IF LA-ACT-DATE(LA-SUB) IS EQUAL TO ZERO
             STRING 'NO ACTIVITY SINCE OPENING ('  DELIMITED BY SIZE
                    PRT-DAYS-D                     DELIMITED BY SIZE
                    ' DAYS)'                       DELIMITED BY SIZE
                    INTO LTR-LINE(24:57)
             END-STRING
           ELSE
             MOVE LA-ACT-DATE(LA-SUB) TO PRT-SHORT-DATE
             PERFORM EDIT-SHORT-DATE
             STRING 'LAST ACTIVITY '   DELIMITED BY SIZE
                    PRT-DATE-EDIT      DELIMITED BY SIZE
                    ' ('               DELIMITED BY SIZE
                    PRT-DAYS-D         DELIMITED BY SIZE
                    ' DAYS)'           DELIMITED BY SIZE
                    INTO LTR-LINE(24:57)
             END-STRING
           END-IF.
       EDIT-DORMANT-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       EDIT-SHORT-DATE.
           MOVE PRT-SD-DD TO PRT-DE-DD
           MOVE PRT-SD-MM TO PRT-DE-MM
           COMPUTE PRT-DE-YYYY = 2000 + PRT-SD-YY.
       EDIT-SHORT-DATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       WRITE-EXTRACT-LETTER.
           MOVE SPACES TO EXT-REC
           SET EXT-LETTER TO TRUE
           MOVE LTR-SEQ           TO EXT-LTR-SEQ
           MOVE PREV-ID           TO EXT-CUST-ID
           MOVE PREV-EVENT        TO EXT-EVENT
           MOVE LTR-FIRSTN        TO EXT-FIRSTN
           MOVE LTR-LASTN         TO EXT-LASTN
           MOVE LTR-ADDR1         TO EXT-ADDR1
           MOVE LTR-ADDR2         TO EXT-ADDR2
           MOVE LTR-CITY          TO EXT-CITY
           MOVE LTR-ON-MASTER-CNT TO EXT-ACCT-CNT
           PERFORM WRITE-EXTRACT-RECORD.
       WRITE-EXTRACT-LETTER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       WRITE-EXTRACT-ACCOUNT.
           MOVE SPACES TO EXT-REC
           SET EXT-ACCOUNT TO TRUE
           MOVE LTR-SEQ              TO EXT-ACC-LTR-SEQ
           MOVE PREV-ID              TO EXT-ACC-ID
           MOVE PREV-EVENT           TO EXT-ACC-EVENT
           MOVE LA-DVZ(LA-SUB)       TO EXT-ACC-DVZ
           MOVE LA-DATE(LA-SUB)      TO EXT-ACC-DATE
           MOVE LA-AMOUNT(LA-SUB)    TO EXT-ACC-AMOUNT
           IF LA-AMOUNT(LA-SUB) IS LESS THAN ZERO
             MOVE '-' TO EXT-ACC-SIGN
           ELSE
             MOVE '+' TO EXT-ACC-SIGN
           END-IF
           MOVE LA-REASON(LA-SUB)    TO EXT-ACC-REASON
           MOVE LA-EXPIRY(LA-SUB)    TO EXT-ACC-EXPIRY
           MOVE LA-ACT-DATE(LA-SUB)  TO EXT-ACC-ACT-DATE
           MOVE LA-DAYS-IDLE(LA-SUB) TO EXT-ACC-DAYS-IDLE
           PERFORM WRITE-EXTRACT-RECORD.
       WRITE-EXTRACT-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       WRITE-EXTRACT-RECORD.
           ADD 1 TO EXT-REC-CNT
           WRITE EXT-REC.
       WRITE-EXTRACT-RECORD-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Trailer: L ve A kayit sayilari, H ve T dahil toplam kayit   <*
      *>    sayisi, olay bazinda mektup sayilari (HP HR SB SC OD DM)   <*
      *>    ve musteri numarasi hash toplami.                          <*
      *----------------------------------------------------------------*
       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXT-REC
           SET EXT-TRAILER TO TRUE
           MOVE LETTER-CNT   TO EXT-TRL-LTR-CNT
           MOVE ACC-LINE-CNT TO EXT-TRL-ACC-CNT
           COMPUTE EXT-TRL-REC-CNT = EXT-REC-CNT + 1
           PERFORM MOVE-TRAILER-COUNT
             VARYING EVT-SUB FROM 1 BY 1
             UNTIL EVT-SUB IS GREATER THAN 6
           MOVE ID-HASH      TO EXT-TRL-ID-HASH
           PERFORM WRITE-EXTRACT-RECORD.
       WRITE-EXTRACT-TRAILER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       MOVE-TRAILER-COUNT.
           MOVE EVT-LTR-CNT(EVT-SUB) TO EXT-TRL-EVT-CNT(EVT-SUB).
       MOVE-TRAILER-COUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-EXCEPTION-LINE.
           ADD 1 TO EXC-CNT
           MOVE SPACES TO EXC-REC
           STRING 'CUSTOMER '    DELIMITED BY SIZE
                  PRT-ID-D       DELIMITED BY SIZE
                  ' DVZ '        DELIMITED BY SIZE
                  PRT-DVZ-D      DELIMITED BY SIZE
                  ' EVENT '      DELIMITED BY SIZE
                  PREV-EVENT     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  PRT-EXC-REASON DELIMITED BY SIZE
                  INTO EXC-REC
           END-STRING
           IF PRT-DVZ-D IS EQUAL TO ZERO
             MOVE LTR-FIRSTN TO EXC-LINE(70:15)
             MOVE LTR-LASTN  TO EXC-LINE(86:15)
           END-IF
           WRITE EXC-REC.
       PRNT-EXCEPTION-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-EXCEPTION-TOTALS.
           MOVE EXC-CNT TO PRT-CNT-D
           MOVE SPACES TO EXC-REC
           STRING '=== EXCEPTIONS: ' DELIMITED BY SIZE
                  PRT-CNT-D          DELIMITED BY SIZE
                  ' ===' DELIMITED BY SIZE
                  INTO EXC-REC
           END-STRING
           WRITE EXC-REC.
       PRNT-EXCEPTION-TOTALS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PROGRAM-EXIT.
           DISPLAY 'NTFYGEN - LETTERS PRODUCED          : ' LETTER-CNT
           DISPLAY 'NTFYGEN - ACCOUNT LINES             : ' ACC-LINE-CNT
           DISPLAY 'NTFYGEN - EXCEPTIONS                : ' EXC-CNT
           IF EXC-CNT IS GREATER THAN ZERO
             MOVE 04 TO RETURN-CODE
           ELSE
             MOVE 00 TO RETURN-CODE
           END-IF
           STOP RUN.
       PROGRAM-EXIT-END. EXIT.
       END PROGRAM NTFYGEN.
