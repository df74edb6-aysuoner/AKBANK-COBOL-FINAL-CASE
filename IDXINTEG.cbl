      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   IDXINTEG ==> musteri ana dosyasi (IDX-FILE) ve anahtarla   <*
      *>    bagli uydu dosyalar arasindaki referans butunlugu kontrolu.<*
      *>    IDXREKEY ya da IDXBKUP geri yuklemesinden sonra artik      <*
      *>    olmayan hesaplara blokaj, kapali hesaplara bekleyen islem  <*
      *>    kaldigi goruldu; bu dosyalar hicbir yerde capraz kontrol   <*
      *>    edilmiyordu. Program salt okunur kosar ve hicbir dosyayi   <*
      *>    degistirmez; bulgulari kategori sirasina dizip raporlar:   <*
      *>     - IDX-FILE: DVZFILE'da olmayan para birimi, gecersiz      <*
      *>       durum kodu (A/B/C disi), bos zorunlu demografi (ad,     <*
      *>       soyad, adres-1, sehir), soyad AIX'indeki kayit          <*
      *>       sayisinin ana cluster ile tutmamasi,                    <*
      *>     - HOLDFILE: ana kaydi olmayan blokaj, kapali hesapta      <*
      *>       aktif (suresi dolmamis) blokaj,                         <*
      *>     - PNDFILE / RCYFILE: ana kaydi olmayan (kaynak, T/X hedef <*
      *>       ya da C settlement hesabi) ya da kapali hesaba ait      <*
      *>       islem, APPFILE'da olmayan override onaylayicisi. 'W'    <*
      *>       (hesap acilisi) kaydinin hesabi henuz yoktur, kontrol   <*
      *>       edilmez. RCYFILE RC 23 (kayit yok) ile recycle          <*
      *>       edilenleri tasidigindan oradaki eksik hesap yalnizca    <*
      *>       uyaridir,                                               <*
      *>     - SOMAST: canli (aktif/askida) duzenli odeme talimatinin  <*
      *>       borclu ya da alacakli hesabinin olmamasi/kapali olmasi, <*
      *>     - APPFILE / DVZFILE: tekrarlanan kimlik/kod, adi bos ya   <*
      *>       da gecersiz islem tipi tasiyan onaylayici.              <*
      *>   Her kategorinin bir agirlik derecesi vardir: E hata,        <*
      *>    W uyari. RC 08 = en az bir hata, RC 04 = yalnizca uyari,   <*
      *>    RC 00 = temiz. Uydu dosyalarin hic olmamasi (status 35)    <*
      *>    bulgu degildir; raporda "NOT PRESENT" olarak gecer.        <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                IDXINTEG.
       AUTHOR.                    AYSU ONER.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.             15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   DYNAMIC: once sirali (ana anahtar ve soyad AIX'i) taranir, <*
      *>    sonra uydu kayitlar icin anahtarla okunur.                <*
           SELECT IDX-FILE        ASSIGN TO  IDXFILE
                                  ORGANIZATION INDEXED
                                  ACCESS     DYNAMIC
                                  RECORD KEY IDX-KEY
                                  ALTERNATE RECORD KEY IDX-LASTN
                                      WITH DUPLICATES
                                  STATUS     IDX-ST.
           SELECT HOLD-FILE       ASSIGN TO  HOLDFILE
                                  ORGANIZATION INDEXED
                                  ACCESS     SEQUENTIAL
                                  RECORD KEY HOLD-KEY
                                  STATUS     HOLD-ST.
           SELECT SO-FILE         ASSIGN TO  SOMAST
                                  ORGANIZATION INDEXED
                                  ACCESS     SEQUENTIAL
                                  RECORD KEY SO-KEY
                                  STATUS     SO-ST.
           SELECT DVZ-FILE        ASSIGN TO  DVZFILE
                                  STATUS     DVZ-ST.
           SELECT APP-FILE        ASSIGN TO  APPFILE
                                  STATUS     APP-ST.
           SELECT PND-FILE        ASSIGN TO  PNDFILE
                                  STATUS     PND-ST.
           SELECT RCY-FILE        ASSIGN TO  RCYFILE
                                  STATUS     RCY-ST.
           SELECT SORT-FILE       ASSIGN TO  SRTWORK.
           SELECT RPT-FILE        ASSIGN TO  INTGRPT
                                  STATUS     RPT-ST.
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
             88 IDX-STS-VALID               VALUE 'A' 'B' 'C'.
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
      *>   SO-FILE ==> duzenli odeme talimatlari; alan duzeni         <*
      *>    SOGEN'deki SO-REC ile birebir aynidir.                    <*
       FD  SO-FILE.
       01  SO-REC.
           05 SO-KEY.
             10 SO-DR-ID          PIC 9(05).
             10 SO-DR-DVZ         PIC 9(03).
             10 SO-SEQ            PIC 9(03).
           05 SO-CR-ID            PIC 9(05).
           05 SO-CR-DVZ           PIC 9(03).
           05 SO-AMOUNT           PIC S9(13)V99.
           05 SO-FREQ             PIC X(01).
           05 SO-DAY              PIC 9(02).
           05 SO-START-DATE       PIC 9(08).
           05 SO-END-DATE         PIC 9(08).
           05 SO-REMAIN-CNT       PIC 9(04).
           05 SO-NEXT-DATE        PIC 9(08).
           05 SO-STATUS           PIC X(01).
             88 SO-STS-LIVE                VALUE 'A' 'S'.
           05 SO-MISS-CNT         PIC 9(02).
           05 SO-LAST-GEN-DATE    PIC 9(08).
           05 SO-LAST-RSLT-DATE   PIC 9(08).
           05 SO-LAST-RC          PIC 9(02).
           05 SO-BRANCH           PIC X(04).
           05 SO-REF              PIC X(16).
           05 FILLER              PIC X(14).
      *
      *>*>.Para birimi referans dosyasi - ISO benzeri kod/aciklama <*<*
       FD  DVZ-FILE RECORDING MODE F.
       01  DVZ-REC.
           05 DVZ-REC-CODE         PIC 9(03).
           05 DVZ-REC-DESC         PIC X(20).
      *
      *>   APP-FILE ==> onaylayici referans dosyasi; alan duzeni      <*
      *>    MAINPRG'deki APP-REC ile birebir aynidir.                 <*
       FD  APP-FILE RECORDING MODE F.
       01  APP-REC.
           05 APP-REC-ID          PIC X(05).
           05 APP-REC-NAME        PIC X(20).
           05 APP-REC-LIMIT       PIC 9(13)V99.
           05 APP-REC-TYPES       PIC X(10).
      *
      *>   PND-FILE ==> bekleme deposu; alan duzeni MAINPRG'deki      <*
      *>    INP-REC ile birebir aynidir, yalnizca kontrol edilen      <*
      *>    alanlar cozulur.                                          <*
       FD  PND-FILE RECORDING MODE F.
       01  PND-REC.
           05 PND-PROC-TYPE        PIC X(01).
           05 PND-KEY.
             10 PND-ID            PIC 9(05) COMP-3.
             10 PND-DVZ           PIC 9(03) COMP.
           05 FILLER               PIC X(51).
           05 PND-TRAN-KEY.
             10 PND-TRAN-ID       PIC 9(05) COMP-3.
             10 PND-TRAN-DVZ      PIC 9(03) COMP.
           05 PND-OVRD-IND        PIC X(01).
           05 PND-APPR-ID         PIC X(05).
           05 FILLER               PIC X(78).
           05 PND-SRC-REF.
             10 PND-SRC-BRANCH    PIC X(04).
             10 PND-SRC-LINE      PIC 9(07).
           05 PND-EFF-DATE         PIC 9(08).
      *
      *>   RCY-FILE ==> recycle dosyasi: deneme sayaci + INP-REC       <*
      *>    goruntusu (MAINPRG'deki RCI-REC ile ayni duzen).           <*
       FD  RCY-FILE RECORDING MODE F.
       01  RCY-REC.
           05 RCY-RETRY-CNT        PIC 9(02).
           05 RCY-PROC-TYPE        PIC X(01).
           05 RCY-KEY.
             10 RCY-ID            PIC 9(05) COMP-3.
             10 RCY-DVZ           PIC 9(03) COMP.
           05 FILLER               PIC X(51).
           05 RCY-TRAN-KEY.
             10 RCY-TRAN-ID       PIC 9(05) COMP-3.
             10 RCY-TRAN-DVZ      PIC 9(03) COMP.
           05 RCY-OVRD-IND        PIC X(01).
           05 RCY-APPR-ID         PIC X(05).
           05 FILLER               PIC X(78).
           05 RCY-SRC-REF.
             10 RCY-SRC-BRANCH    PIC X(04).
             10 RCY-SRC-LINE      PIC 9(07).
           05 RCY-EFF-DATE         PIC 9(08).
      *
      *>   SORT-FILE ==> bulgulari kategori ve hesap sirasina dizen   <*
      *>                 work-file.                                   <*
       SD  SORT-FILE.
       01  SRT-REC.
           05 SRT-CAT              PIC X(03).
           05 SRT-ID               PIC 9(05).
           05 SRT-DVZ              PIC 9(03).
           05 SRT-TEXT             PIC X(80).
      *
      *>   RPT-FILE ==> kategorili bulgu raporu.                      <*
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           05 RPT-LINE             PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 IDX-ST              PIC 9(02).
             88 IDX-EOF                    VALUE 10.
             88 IDX-SUCCESS                VALUE 00 02 97.
           05 HOLD-ST             PIC 9(02).
             88 HOLD-EOF                   VALUE 10.
             88 HOLD-SUCCESS               VALUE 00 97.
           05 SO-ST               PIC 9(02).
             88 SO-EOF                     VALUE 10.
             88 SO-SUCCESS                 VALUE 00 97.
           05 DVZ-ST              PIC 9(02).
             88 DVZ-EOF                    VALUE 10.
             88 DVZ-SUCCESS                VALUE 00 97.
           05 APP-ST              PIC 9(02).
             88 APP-EOF                    VALUE 10.
             88 APP-SUCCESS                VALUE 00 97.
           05 PND-ST              PIC 9(02).
             88 PND-EOF                    VALUE 10.
             88 PND-SUCCESS                VALUE 00 97.
           05 RCY-ST              PIC 9(02).
             88 RCY-EOF                    VALUE 10.
             88 RCY-SUCCESS                VALUE 00 97.
           05 RPT-ST              PIC 9(02).
             88 RPT-SUCCESS                VALUE 00 97.
      *
              *>*> Is gunu (BUSCAL takviminden YYYYMMDD) <*<*
       01  BUS-DATE-AREA.
           05 BUS-DATE-NUM        PIC 9(08) VALUE ZERO.
      *
              *>*> BUSCAL'a gonderilen is gunu Data-Group'u <*<*
       01  BC-DATA.
           05 BC-IN-DATE          PIC 9(08) VALUE ZERO.
           05 BC-SYS-DATE         PIC 9(08) VALUE ZERO.
           05 BC-BUS-DATE         PIC 9(08) VALUE ZERO.
           05 BC-PREV-DATE        PIC 9(08) VALUE ZERO.
           05 BC-NEXT-DATE        PIC 9(08) VALUE ZERO.
           05 BC-MEND-DATE        PIC 9(08) VALUE ZERO.
           05 BC-DAY-SW           PIC X(01) VALUE 'Y'.
             88 BC-BUSINESS-DAY             VALUE 'Y'.
           05 BC-OUT-RC           PIC 9(02) VALUE ZERO.
      *
              *>*> Para birimi tablosu (DVZFILE startup'ta yuklenir) <*<*
       01  DVZ-TABLE-AREA.
           05 DVZ-CNT             PIC 9(03) COMP VALUE 0.
           05 DVZ-SUB             PIC 9(03) COMP VALUE 0.
           05 DVZ-SUB2            PIC 9(03) COMP VALUE 0.
           05 DVZ-FOUND-SW        PIC X(01) VALUE 'N'.
             88 DVZ-FOUND                  VALUE 'Y'.
           05 DVZ-SEARCH-CODE     PIC 9(03) VALUE ZERO.
           05 DVZ-TBL-ENTRY OCCURS 200 TIMES.
             10 DVZ-TBL-CODE      PIC 9(03).
      *
              *>*> Onaylayici tablosu (APPFILE startup'ta yuklenir)  <*<*
       01  APP-TABLE-AREA.
           05 APP-CNT             PIC 9(03) COMP VALUE 0.
           05 APP-SUB             PIC 9(03) COMP VALUE 0.
           05 APP-SUB2            PIC 9(03) COMP VALUE 0.
           05 APP-FOUND-SW        PIC X(01) VALUE 'N'.
             88 APP-FOUND                  VALUE 'Y'.
           05 APP-SEARCH-ID       PIC X(05) VALUE SPACES.
           05 APP-TYPE-SUB        PIC 9(02) COMP VALUE 0.
           05 APP-TYPE-CHR        PIC X(01).
             88 APP-TYPE-VALID            VALUE 'R' 'W' 'U' 'D' 'B'
                                                'T' 'X' 'M' 'P'
                                                'V' 'C' SPACE.
           05 APP-TYPES-BAD-SW    PIC X(01) VALUE 'N'.
             88 APP-TYPES-BAD              VALUE 'Y'.
           05 APP-TBL-ENTRY OCCURS 200 TIMES.
             10 APP-TBL-ID        PIC X(05).
             10 APP-TBL-NAME      PIC X(20).
             10 APP-TBL-TYPES     PIC X(10).
      *
              *>*> Ana dosya arama alanlari <*<*
       01  MASTER-LOOKUP.
           05 LKP-ID              PIC 9(05) VALUE ZERO.
           05 LKP-DVZ             PIC 9(03) VALUE ZERO.
           05 LKP-FOUND-SW        PIC X(01) VALUE 'N'.
             88 LKP-FOUND                  VALUE 'Y'.
           05 LKP-STATUS          PIC X(01) VALUE SPACE.
             88 LKP-CLOSED                 VALUE 'C'.
      *
              *>*> Bulgu olusturma alanlari <*<*
       01  FINDING-WORK.
           05 FND-CAT             PIC X(03).
           05 FND-ID              PIC 9(05).
           05 FND-DVZ             PIC 9(03).
           05 FND-TEXT            PIC X(80).
           05 FND-PTR             PIC 9(03) COMP.
           05 FND-AMT-D           PIC -(12)9.99.
           05 FND-CNT-D           PIC 9(07).
      *
              *>*> Kategori tablosu: kod, agirlik (E hata / W uyari) <*<*
              *>*> ve rapor basligi.                                 <*<*
       01  CAT-TABLE-AREA.
           05 FILLER PIC X(44)
              VALUE 'A01EDUPLICATE APPROVER ID IN APPFILE        '.
           05 FILLER PIC X(44)
              VALUE 'A02WAPPROVER WITH BLANK NAME OR BAD TYPES   '.
           05 FILLER PIC X(44)
              VALUE 'D01WDUPLICATE CURRENCY CODE IN DVZFILE      '.
           05 FILLER PIC X(44)
              VALUE 'H01EHOLD WITHOUT MASTER RECORD              '.
           05 FILLER PIC X(44)
              VALUE 'H02EACTIVE HOLD ON CLOSED ACCOUNT           '.
           05 FILLER PIC X(44)
              VALUE 'M01EMASTER CURRENCY NOT IN DVZFILE          '.
           05 FILLER PIC X(44)
              VALUE 'M02EINVALID MASTER STATUS CODE              '.
           05 FILLER PIC X(44)
              VALUE 'M03WBLANK MANDATORY DEMOGRAPHICS            '.
           05 FILLER PIC X(44)
              VALUE 'M04ENAME AIX COUNT DIFFERS FROM BASE CLUSTER'.
           05 FILLER PIC X(44)
              VALUE 'P01EPENDING ITEM WITHOUT MASTER RECORD      '.
           05 FILLER PIC X(44)
              VALUE 'P02EPENDING ITEM ON CLOSED ACCOUNT          '.
           05 FILLER PIC X(44)
              VALUE 'P03WPENDING APPROVER NOT IN APPFILE         '.
           05 FILLER PIC X(44)
              VALUE 'R01WRECYCLE ITEM WITHOUT MASTER RECORD      '.
           05 FILLER PIC X(44)
              VALUE 'R02ERECYCLE ITEM ON CLOSED ACCOUNT          '.
           05 FILLER PIC X(44)
              VALUE 'R03WRECYCLE APPROVER NOT IN APPFILE         '.
           05 FILLER PIC X(44)
              VALUE 'S01ESTANDING ORDER ACCOUNT WITHOUT MASTER   '.
           05 FILLER PIC X(44)
              VALUE 'S02ELIVE STANDING ORDER ON CLOSED ACCOUNT   '.
       01  CAT-TABLE REDEFINES CAT-TABLE-AREA.
           05 CAT-ENTRY OCCURS 17 TIMES.
             10 CAT-CODE          PIC X(03).
             10 CAT-SEV           PIC X(01).
               88 CAT-SEV-ERROR            VALUE 'E'.
             10 CAT-DESC          PIC X(40).
       01  CAT-CTL.
           05 CAT-MAX             PIC 9(02) COMP VALUE 17.
           05 CAT-SUB             PIC 9(02) COMP VALUE 0.
           05 CAT-CUR             PIC 9(02) COMP VALUE 0.
           05 CAT-COUNTS.
             10 CAT-CNT           PIC 9(07) COMP OCCURS 17 TIMES.
      *
              *>*> SORT ve rapor kontrol degiskenleri <*<*
       01  SORT-CTL.
           05 SORT-EOF-SW         PIC X(01) VALUE 'N'.
             88 SORT-EOF                   VALUE 'Y'.
           05 PREV-CAT            PIC X(03) VALUE SPACES.
      *
              *>*> Tarama sayaclari <*<*
       01  SCAN-TOTALS.
           05 IDX-BASE-CNT        PIC 9(09) COMP VALUE 0.
           05 IDX-AIX-CNT         PIC 9(09) COMP VALUE 0.
           05 HOLD-READ-CNT       PIC 9(07) COMP VALUE 0.
           05 PND-READ-CNT        PIC 9(07) COMP VALUE 0.
           05 RCY-READ-CNT        PIC 9(07) COMP VALUE 0.
           05 SO-READ-CNT         PIC 9(07) COMP VALUE 0.
           05 ERROR-CNT           PIC 9(07) COMP VALUE 0.
           05 WARNING-CNT         PIC 9(07) COMP VALUE 0.
           05 CNT-DISPLAY         PIC 9(09).
           05 CNT-DISPLAY2        PIC 9(09).
           05 HOLD-PRESENT-SW     PIC X(01) VALUE 'N'.
             88 HOLD-PRESENT               VALUE 'Y'.
           05 PND-PRESENT-SW      PIC X(01) VALUE 'N'.
             88 PND-PRESENT                VALUE 'Y'.
           05 RCY-PRESENT-SW      PIC X(01) VALUE 'N'.
             88 RCY-PRESENT                VALUE 'Y'.
           05 SO-PRESENT-SW       PIC X(01) VALUE 'N'.
             88 SO-PRESENT                 VALUE 'Y'.
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *>   Akis: referans tablolari yuklenir; kontroller SORT'un       <*
      *>    INPUT-PROCEDURE'unde bulgu uretir, OUTPUT-PROCEDURE        <*
      *>    bulgulari kategori kirilimiyla basar.                      <*
      *----------------------------------------------------------------*
       MAIN-PRAG.
           PERFORM CALC-BUSINESS-DATE
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-DVZ-TABLE
           PERFORM LOAD-APPROVER-TABLE
           SORT SORT-FILE
             ON ASCENDING KEY SRT-CAT SRT-ID SRT-DVZ
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE  IS RUN-INTEGRITY-CHECKS
             OUTPUT PROCEDURE IS PRODUCE-FINDINGS-REPORT
           PERFORM PROGRAM-EXIT.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Aktif blokaj tanimi SUBPRG ile aynidir: suresiz ya da      <*
      *>    sona erme tarihi is gunu ve sonrasi.                      <*
      *----------------------------------------------------------------*
       CALC-BUSINESS-DATE.
           MOVE ZERO TO BC-IN-DATE
           CALL 'BCDATE' USING BC-DATA
           MOVE BC-BUS-DATE TO BUS-DATE-NUM
           IF BC-OUT-RC IS EQUAL TO 04
             DISPLAY 'IDXINTEG - CALFILE NOT AVAILABLE - WEEKENDS ONLY'
           END-IF
           DISPLAY 'IDXINTEG - BUSINESS DATE: ' BUS-DATE-NUM.
       CALC-BUSINESS-DATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   IDX-FILE, DVZFILE, APPFILE ve rapor zorunludur; uydu       <*
      *>    dosyalar (HOLD/PND/RCY/SOMAST) yoksa atlanir.             <*
      *----------------------------------------------------------------*
       FILE-OPEN-CONTROL.
           OPEN INPUT  IDX-FILE
           OPEN INPUT  DVZ-FILE
           OPEN INPUT  APP-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT IDX-SUCCESS OR NOT DVZ-SUCCESS OR NOT APP-SUCCESS
               OR NOT RPT-SUCCESS)
            DISPLAY 'IDXINTEG - FILE CANNOT OPEN'
            DISPLAY 'IDX-ST: ' IDX-ST
            DISPLAY 'DVZ-ST: ' DVZ-ST
            DISPLAY 'APP-ST: ' APP-ST
            DISPLAY 'RPT-ST: ' RPT-ST
            MOVE 99 TO RETURN-CODE
            STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           IF HOLD-SUCCESS
             SET HOLD-PRESENT TO TRUE
           ELSE
             IF HOLD-ST IS NOT EQUAL TO 35
               DISPLAY 'IDXINTEG - HOLDFILE CANNOT OPEN: ' HOLD-ST
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           OPEN INPUT PND-FILE
           IF PND-SUCCESS
             SET PND-PRESENT TO TRUE
           ELSE
             IF PND-ST IS NOT EQUAL TO 35
               DISPLAY 'IDXINTEG - PNDFILE CANNOT OPEN: ' PND-ST
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           OPEN INPUT RCY-FILE
           IF RCY-SUCCESS
             SET RCY-PRESENT TO TRUE
           ELSE
             IF RCY-ST IS NOT EQUAL TO 35
               DISPLAY 'IDXINTEG - RCYFILE CANNOT OPEN: ' RCY-ST
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           OPEN INPUT SO-FILE
           IF SO-SUCCESS
             SET SO-PRESENT TO TRUE
           ELSE
             IF SO-ST IS NOT EQUAL TO 35
               DISPLAY 'IDXINTEG - SOMAST CANNOT OPEN: ' SO-ST
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      *----------------------------------------------------------------*
       LOAD-DVZ-TABLE.
           MOVE 0 TO DVZ-CNT
           READ DVZ-FILE
           PERFORM UNTIL DVZ-EOF OR DVZ-CNT IS EQUAL TO 200
             ADD 1 TO DVZ-CNT
             MOVE DVZ-REC-CODE TO DVZ-TBL-CODE(DVZ-CNT)
             READ DVZ-FILE
           END-PERFORM
           IF DVZ-CNT IS EQUAL TO 200 AND NOT DVZ-EOF
             DISPLAY 'IDXINTEG - DVZFILE EXCEEDS 200 ENTRIES '
                     '- TABLE TRUNCATED'
           END-IF
           CLOSE DVZ-FILE
           DISPLAY 'IDXINTEG - CURRENCIES LOADED: ' DVZ-CNT.
       LOAD-DVZ-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       LOAD-APPROVER-TABLE.
           MOVE 0 TO APP-CNT
           READ APP-FILE
           PERFORM UNTIL APP-EOF OR APP-CNT IS EQUAL TO 200
             ADD 1 TO APP-CNT
             MOVE APP-REC-ID    TO APP-TBL-ID(APP-CNT)
             MOVE APP-REC-NAME  TO APP-TBL-NAME(APP-CNT)
             MOVE APP-REC-TYPES TO APP-TBL-TYPES(APP-CNT)
             READ APP-FILE
           END-PERFORM
           IF APP-CNT IS EQUAL TO 200 AND NOT APP-EOF
             DISPLAY 'IDXINTEG - APPFILE EXCEEDS 200 ENTRIES '
                     '- TABLE TRUNCATED'
           END-IF
           CLOSE APP-FILE
           DISPLAY 'IDXINTEG - APPROVERS LOADED: ' APP-CNT.
       LOAD-APPROVER-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   SORT INPUT-PROCEDURE: tum kontroller sirayla kosar. Ana    <*
      *>    dosyanin iki sirali taramasi (ana anahtar ve AIX) anahtar <*
      *>    okumalarindan ONCE yapilir ki konum bozulmasin.           <*
      *----------------------------------------------------------------*
       RUN-INTEGRITY-CHECKS.
           PERFORM CHECK-APPROVER-ENTRY
             VARYING APP-SUB FROM 1 BY 1
             UNTIL APP-SUB IS GREATER THAN APP-CNT
           PERFORM CHECK-DVZ-ENTRY
             VARYING DVZ-SUB FROM 1 BY 1
             UNTIL DVZ-SUB IS GREATER THAN DVZ-CNT
           PERFORM CHECK-MASTER-FILE
           PERFORM CHECK-ALT-INDEX
           IF HOLD-PRESENT
             PERFORM CHECK-HOLD-FILE
           END-IF
           IF PND-PRESENT
             PERFORM CHECK-PENDING-FILE
           END-IF
           IF RCY-PRESENT
             PERFORM CHECK-RECYCLE-FILE
           END-IF
           IF SO-PRESENT
             PERFORM CHECK-STANDING-ORDERS
           END-IF.
       RUN-INTEGRITY-CHECKS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Onaylayici: kimlik tekrari (yalnizca ilk tekrar raporlanir <*
      *>    - MAINPRG ilk eslesmeyi kullanir), bos ad, gecersiz islem <*
      *>    tipi harfi.                                               <*
      *----------------------------------------------------------------*
       CHECK-APPROVER-ENTRY.
           MOVE 'N' TO APP-FOUND-SW
           PERFORM CHECK-APPROVER-DUP
             VARYING APP-SUB2 FROM 1 BY 1
             UNTIL APP-SUB2 IS NOT LESS THAN APP-SUB
                OR APP-FOUND
           IF APP-FOUND
             MOVE 'A01' TO FND-CAT
             MOVE ZERO TO FND-ID FND-DVZ
             MOVE SPACES TO FND-TEXT
             STRING 'APPROVER ' DELIMITED BY SIZE
                    APP-TBL-ID(APP-SUB) DELIMITED BY SIZE
                    ' APPEARS MORE THAN ONCE - FIRST ENTRY WINS'
                      DELIMITED BY SIZE
                    INTO FND-TEXT
             END-STRING
             PERFORM ADD-FINDING
           END-IF
           MOVE 'N' TO APP-TYPES-BAD-SW
           PERFORM CHECK-APPROVER-TYPE
             VARYING APP-TYPE-SUB FROM 1 BY 1
             UNTIL APP-TYPE-SUB IS GREATER THAN 10
           IF APP-TBL-NAME(APP-SUB) IS EQUAL TO SPACES
             OR APP-TBL-TYPES(APP-SUB) IS EQUAL TO SPACES
             OR APP-TYPES-BAD
             MOVE 'A02' TO FND-CAT
             MOVE ZERO TO FND-ID FND-DVZ
             MOVE SPACES TO FND-TEXT
             STRING 'APPROVER ' DELIMITED BY SIZE
                    APP-TBL-ID(APP-SUB) DELIMITED BY SIZE
                    ' NAME: '  DELIMITED BY SIZE
                    APP-TBL-NAME(APP-SUB) DELIMITED BY SIZE
                    ' TYPES: ' DELIMITED BY SIZE
                    APP-TBL-TYPES(APP-SUB) DELIMITED BY SIZE
                    INTO FND-TEXT
             END-STRING
             PERFORM ADD-FINDING
           END-IF.
       CHECK-APPROVER-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CHECK-APPROVER-DUP.
           IF APP-TBL-ID(APP-SUB2) IS EQUAL TO APP-TBL-ID(APP-SUB)
             SET APP-FOUND TO TRUE
           END-IF.
       CHECK-APPROVER-DUP-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CHECK-APPROVER-TYPE.
           MOVE APP-TBL-TYPES(APP-SUB)(APP-TYPE-SUB:1) TO APP-TYPE-CHR
           IF NOT APP-TYPE-VALID
             SET APP-TYPES-BAD TO TRUE
           END-IF.
       CHECK-APPROVER-TYPE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CHECK-DVZ-ENTRY.
           MOVE 'N' TO DVZ-FOUND-SW
           PERFORM CHECK-DVZ-DUP
             VARYING DVZ-SUB2 FROM 1 BY 1
             UNTIL DVZ-SUB2 IS NOT LESS THAN DVZ-SUB
                OR DVZ-FOUND
           IF DVZ-FOUND
             MOVE 'D01' TO FND-CAT
             MOVE ZERO TO FND-ID
             MOVE DVZ-TBL-CODE(DVZ-SUB) TO FND-DVZ
             MOVE 'CURRENCY CODE APPEARS MORE THAN ONCE' TO FND-TEXT
             PERFORM ADD-FINDING
           END-IF.
       CHECK-DVZ-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CHECK-DVZ-DUP.
           IF DVZ-TBL-CODE(DVZ-SUB2) IS EQUAL TO DVZ-TBL-CODE(DVZ-SUB)
             SET DVZ-FOUND TO TRUE
           END-IF.
       CHECK-DVZ-DUP-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ana dosya ana anahtar sirasinda bastan sona taranir.       <*
      *----------------------------------------------------------------*
       CHECK-MASTER-FILE.
           MOVE LOW-VALUES TO IDX-KEY
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
           END-START
           IF IDX-SUCCESS
             READ IDX-FILE NEXT RECORD
             PERFORM UNTIL NOT IDX-SUCCESS
               ADD 1 TO IDX-BASE-CNT
               PERFORM CHECK-MASTER-RECORD
               READ IDX-FILE NEXT RECORD
             END-PERFORM
           END-IF
           DISPLAY 'IDXINTEG - MASTER RECORDS: ' IDX-BASE-CNT.
       CHECK-MASTER-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CHECK-MASTER-RECORD.
           MOVE IDX-ID  TO FND-ID
           MOVE IDX-DVZ TO FND-DVZ
           MOVE IDX-DVZ TO DVZ-SEARCH-CODE
           PERFORM SEARCH-DVZ-TABLE
           IF NOT DVZ-FOUND
             MOVE 'M01' TO FND-CAT
             MOVE 'ACCOUNT CURRENCY CODE NOT DEFINED IN DVZFILE'
               TO FND-TEXT
             PERFORM ADD-FINDING
           END-IF
           IF NOT IDX-STS-VALID
             MOVE 'M02' TO FND-CAT
             MOVE SPACES TO FND-TEXT
             STRING 'STATUS CODE ''' DELIMITED BY SIZE
                    IDX-STATUS       DELIMITED BY SIZE
                    ''' - EXPECTED A, B OR C' DELIMITED BY SIZE
                    INTO FND-TEXT
             END-STRING
             PERFORM ADD-FINDING
           END-IF
           IF IDX-FIRSTN IS EQUAL TO SPACES
             OR IDX-LASTN IS EQUAL TO SPACES
             OR IDX-ADDR1 IS EQUAL TO SPACES
             OR IDX-CITY IS EQUAL TO SPACES
             MOVE 'M03' TO FND-CAT
             MOVE SPACES TO FND-TEXT
             MOVE 1 TO FND-PTR
             STRING 'BLANK:' DELIMITED BY SIZE
                    INTO FND-TEXT WITH POINTER FND-PTR
             END-STRING
             IF IDX-FIRSTN IS EQUAL TO SPACES
               STRING ' FIRST NAME' DELIMITED BY SIZE
                      INTO FND-TEXT WITH POINTER FND-PTR
               END-STRING
             END-IF
             IF IDX-LASTN IS EQUAL TO SPACES
               STRING ' LAST NAME' DELIMITED BY SIZE
                      INTO FND-TEXT WITH POINTER FND-PTR
               END-STRING
             END-IF
             IF IDX-ADDR1 IS EQUAL TO SPACES
               STRING ' ADDRESS-1' DELIMITED BY SIZE
                      INTO FND-TEXT WITH POINTER FND-PTR
               END-STRING
             END-IF
             IF IDX-CITY IS EQUAL TO SPACES
               STRING ' CITY' DELIMITED BY SIZE
                      INTO FND-TEXT WITH POINTER FND-PTR
               END-STRING
             END-IF
             PERFORM ADD-FINDING
           END-IF.
       CHECK-MASTER-RECORD-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Soyad AIX'i (AIXDEF.JCL, UPGRADE) uzerinden tum kayitlar   <*
      *>    sayilir; ana cluster sayisindan farkliysa AIX eskimistir  <*
      *>    (geri yuklemeden sonra BLDINDEX kosulmamis) ve IDXNSRCH   <*
      *>    eksik/hayalet sonuc verir.                                <*
      *----------------------------------------------------------------*
       CHECK-ALT-INDEX.
           MOVE LOW-VALUES TO IDX-LASTN
           START IDX-FILE KEY IS NOT LESS THAN IDX-LASTN
           END-START
           IF IDX-SUCCESS
             READ IDX-FILE NEXT RECORD
             PERFORM UNTIL NOT IDX-SUCCESS
               ADD 1 TO IDX-AIX-CNT
               READ IDX-FILE NEXT RECORD
             END-PERFORM
           END-IF
           DISPLAY 'IDXINTEG - NAME AIX RECORDS: ' IDX-AIX-CNT
           IF IDX-AIX-CNT IS NOT EQUAL TO IDX-BASE-CNT
             MOVE 'M04' TO FND-CAT
             MOVE ZERO TO FND-ID FND-DVZ
             MOVE IDX-BASE-CNT TO CNT-DISPLAY
             MOVE IDX-AIX-CNT  TO CNT-DISPLAY2
             MOVE SPACES TO FND-TEXT
             STRING 'BASE CLUSTER: '  DELIMITED BY SIZE
                    CNT-DISPLAY       DELIMITED BY SIZE
                    ' NAME AIX: '     DELIMITED BY SIZE
                    CNT-DISPLAY2      DELIMITED BY SIZE
                    ' - RERUN BLDINDEX (AIXDEF.JCL)' DELIMITED BY SIZE
                    INTO FND-TEXT
             END-STRING
             PERFORM ADD-FINDING
           END-IF.
       CHECK-ALT-INDEX-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CHECK-HOLD-FILE.
           READ HOLD-FILE
           PERFORM UNTIL HOLD-EOF
             ADD 1 TO HOLD-READ-CNT
             MOVE HOLD-ID  TO LKP-ID
             MOVE HOLD-DVZ TO LKP-DVZ
             PERFORM LOOKUP-MASTER
             MOVE LKP-ID  TO FND-ID
             MOVE LKP-DVZ TO FND-DVZ
             MOVE HOLD-AMOUNT TO FND-AMT-D
             IF NOT LKP-FOUND
               MOVE 'H01' TO FND-CAT
               MOVE SPACES TO FND-TEXT
               STRING 'HOLD AMT:' DELIMITED BY SIZE
                      FND-AMT-D   DELIMITED BY SIZE
                      ' REASON: ' DELIMITED BY SIZE
                      HOLD-REASON DELIMITED BY SIZE
                      ' EXPIRY: ' DELIMITED BY SIZE
                      HOLD-EXPIRY DELIMITED BY SIZE
                      INTO FND-TEXT
               END-STRING
               PERFORM ADD-FINDING
             ELSE
               IF LKP-CLOSED
                 AND (HOLD-EXPIRY IS EQUAL TO ZERO
                      OR HOLD-EXPIRY IS NOT LESS THAN BUS-DATE-NUM)
                 MOVE 'H02' TO FND-CAT
                 MOVE SPACES TO FND-TEXT
                 STRING 'HOLD AMT:' DELIMITED BY SIZE
                        FND-AMT-D   DELIMITED BY SIZE
                        ' REASON: ' DELIMITED BY SIZE
                        HOLD-REASON DELIMITED BY SIZE
                        ' EXPIRY: ' DELIMITED BY SIZE
                        HOLD-EXPIRY DELIMITED BY SIZE
                        INTO FND-TEXT
                 END-STRING
                 PERFORM ADD-FINDING
               END-IF
             END-IF
             READ HOLD-FILE
           END-PERFORM
           DISPLAY 'IDXINTEG - HOLDS CHECKED: ' HOLD-READ-CNT.
       CHECK-HOLD-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Bekleme deposu: kaynak hesap ('W' haric), T/X hedef hesap, <*
      *>    C settlement hesabi, override onaylayicisi.               <*
      *----------------------------------------------------------------*
       CHECK-PENDING-FILE.
           READ PND-FILE
           PERFORM UNTIL PND-EOF
             ADD 1 TO PND-READ-CNT
             IF PND-PROC-TYPE IS NOT EQUAL TO 'W'
               MOVE PND-ID  TO LKP-ID
               MOVE PND-DVZ TO LKP-DVZ
               PERFORM LOOKUP-MASTER
               IF NOT LKP-FOUND
                 MOVE 'P01' TO FND-CAT
                 PERFORM ADD-PENDING-FINDING
               ELSE
                 IF LKP-CLOSED
                   MOVE 'P02' TO FND-CAT
                   PERFORM ADD-PENDING-FINDING
                 END-IF
               END-IF
             END-IF
             IF PND-PROC-TYPE IS EQUAL TO 'T'
               OR PND-PROC-TYPE IS EQUAL TO 'X'
               OR PND-PROC-TYPE IS EQUAL TO 'C'
               MOVE PND-TRAN-ID  TO LKP-ID
               MOVE PND-TRAN-DVZ TO LKP-DVZ
               PERFORM LOOKUP-MASTER
               IF NOT LKP-FOUND
                 MOVE 'P01' TO FND-CAT
                 PERFORM ADD-PENDING-FINDING
               ELSE
                 IF LKP-CLOSED
                   MOVE 'P02' TO FND-CAT
                   PERFORM ADD-PENDING-FINDING
                 END-IF
               END-IF
             END-IF
             IF PND-OVRD-IND IS EQUAL TO 'Y'
               MOVE PND-APPR-ID TO APP-SEARCH-ID
               PERFORM SEARCH-APPROVER-TABLE
               IF NOT APP-FOUND
                 MOVE PND-ID  TO LKP-ID
                 MOVE PND-DVZ TO LKP-DVZ
                 MOVE 'P03' TO FND-CAT
                 PERFORM ADD-PENDING-FINDING
               END-IF
             END-IF
             READ PND-FILE
           END-PERFORM
           DISPLAY 'IDXINTEG - PENDING ITEMS CHECKED: ' PND-READ-CNT.
       CHECK-PENDING-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       ADD-PENDING-FINDING.
           MOVE LKP-ID  TO FND-ID
           MOVE LKP-DVZ TO FND-DVZ
           MOVE SPACES TO FND-TEXT
           STRING 'PENDING TYPE: ' DELIMITED BY SIZE
                  PND-PROC-TYPE    DELIMITED BY SIZE
                  ' EFF: '         DELIMITED BY SIZE
                  PND-EFF-DATE     DELIMITED BY SIZE
                  ' SRC: '         DELIMITED BY SIZE
                  PND-SRC-BRANCH   DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  PND-SRC-LINE     DELIMITED BY SIZE
                  ' APPR: '        DELIMITED BY SIZE
                  PND-APPR-ID      DELIMITED BY SIZE
                  INTO FND-TEXT
           END-STRING
           PERFORM ADD-FINDING.
       ADD-PENDING-FINDING-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Recycle dosyasi: bekleme deposu ile ayni kontroller; eksik <*
      *>    hesap yalnizca uyari (RC 23 recycle'in kendi sebebidir).  <*
      *----------------------------------------------------------------*
       CHECK-RECYCLE-FILE.
           READ RCY-FILE
           PERFORM UNTIL RCY-EOF
             ADD 1 TO RCY-READ-CNT
             IF RCY-PROC-TYPE IS NOT EQUAL TO 'W'
               MOVE RCY-ID  TO LKP-ID
               MOVE RCY-DVZ TO LKP-DVZ
               PERFORM LOOKUP-MASTER
               IF NOT LKP-FOUND
                 MOVE 'R01' TO FND-CAT
                 PERFORM ADD-RECYCLE-FINDING
               ELSE
                 IF LKP-CLOSED
                   MOVE 'R02' TO FND-CAT
                   PERFORM ADD-RECYCLE-FINDING
                 END-IF
               END-IF
             END-IF
             IF RCY-PROC-TYPE IS EQUAL TO 'T'
               OR RCY-PROC-TYPE IS EQUAL TO 'X'
               OR RCY-PROC-TYPE IS EQUAL TO 'C'
               MOVE RCY-TRAN-ID  TO LKP-ID
               MOVE RCY-TRAN-DVZ TO LKP-DVZ
               PERFORM LOOKUP-MASTER
               IF NOT LKP-FOUND
                 MOVE 'R01' TO FND-CAT
                 PERFORM ADD-RECYCLE-FINDING
               ELSE
                 IF LKP-CLOSED
                   MOVE 'R02' TO FND-CAT
                   PERFORM ADD-RECYCLE-FINDING
                 END-IF
               END-IF
             END-IF
             IF RCY-OVRD-IND IS EQUAL TO 'Y'
               MOVE RCY-APPR-ID TO APP-SEARCH-ID
               PERFORM SEARCH-APPROVER-TABLE
               IF NOT APP-FOUND
                 MOVE RCY-ID  TO LKP-ID
                 MOVE RCY-DVZ TO LKP-DVZ
                 MOVE 'R03' TO FND-CAT
                 PERFORM ADD-RECYCLE-FINDING
               END-IF
             END-IF
             READ RCY-FILE
           END-PERFORM
           DISPLAY 'IDXINTEG - RECYCLE ITEMS CHECKED: ' RCY-READ-CNT.
       CHECK-RECYCLE-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       ADD-RECYCLE-FINDING.
           MOVE LKP-ID  TO FND-ID
           MOVE LKP-DVZ TO FND-DVZ
           MOVE SPACES TO FND-TEXT
           STRING 'RECYCLE TYPE: ' DELIMITED BY SIZE
                  RCY-PROC-TYPE    DELIMITED BY SIZE
                  ' RETRIES: '     DELIMITED BY SIZE
                  RCY-RETRY-CNT    DELIMITED BY SIZE
                  ' SRC: '         DELIMITED BY SIZE
                  RCY-SRC-BRANCH   DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  RCY-SRC-LINE     DELIMITED BY SIZE
                  ' APPR: '        DELIMITED BY SIZE
                  RCY-APPR-ID      DELIMITED BY SIZE
                  INTO FND-TEXT
           END-STRING
           PERFORM ADD-FINDING.
       ADD-RECYCLE-FINDING-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Duzenli odeme talimatlari: yalnizca canli (A/S) talimatlar <*
      *>    kontrol edilir; iptal/sona ermis talimat tarihcedir.      <*
      *----------------------------------------------------------------*
       CHECK-STANDING-ORDERS.
           READ SO-FILE
           PERFORM UNTIL SO-EOF
             ADD 1 TO SO-READ-CNT
             IF SO-STS-LIVE
               MOVE SO-DR-ID  TO LKP-ID
               MOVE SO-DR-DVZ TO LKP-DVZ
               PERFORM CHECK-ORDER-ACCOUNT
               MOVE SO-CR-ID  TO LKP-ID
               MOVE SO-CR-DVZ TO LKP-DVZ
               PERFORM CHECK-ORDER-ACCOUNT
             END-IF
             READ SO-FILE
           END-PERFORM
           DISPLAY 'IDXINTEG - STANDING ORDERS CHECKED: ' SO-READ-CNT.
       CHECK-STANDING-ORDERS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CHECK-ORDER-ACCOUNT.
           PERFORM LOOKUP-MASTER
           IF NOT LKP-FOUND OR LKP-CLOSED
             IF NOT LKP-FOUND
               MOVE 'S01' TO FND-CAT
             ELSE
               MOVE 'S02' TO FND-CAT
             END-IF
             MOVE LKP-ID  TO FND-ID
             MOVE LKP-DVZ TO FND-DVZ
             MOVE SO-AMOUNT TO FND-AMT-D
             MOVE SPACES TO FND-TEXT
             STRING 'ORDER: '   DELIMITED BY SIZE
                    SO-DR-ID    DELIMITED BY SIZE
                    '/'         DELIMITED BY SIZE
                    SO-DR-DVZ   DELIMITED BY SIZE
                    '/'         DELIMITED BY SIZE
                    SO-SEQ      DELIMITED BY SIZE
                    ' TO: '     DELIMITED BY SIZE
                    SO-CR-ID    DELIMITED BY SIZE
                    '/'         DELIMITED BY SIZE
                    SO-CR-DVZ   DELIMITED BY SIZE
                    ' AMT:'     DELIMITED BY SIZE
                    FND-AMT-D   DELIMITED BY SIZE
                    ' STATUS: ' DELIMITED BY SIZE
                    SO-STATUS   DELIMITED BY SIZE
                    INTO FND-TEXT
             END-STRING
             PERFORM ADD-FINDING
           END-IF.
       CHECK-ORDER-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Uydu kaydin hesabi ana dosyada anahtarla aranir.           <*
      *----------------------------------------------------------------*
       LOOKUP-MASTER.
           MOVE 'N' TO LKP-FOUND-SW
           MOVE SPACE TO LKP-STATUS
           MOVE LKP-ID  TO IDX-ID
           MOVE LKP-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
           IF IDX-SUCCESS
             SET LKP-FOUND TO TRUE
             MOVE IDX-STATUS TO LKP-STATUS
           END-IF.
       LOOKUP-MASTER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       SEARCH-DVZ-TABLE.
           MOVE 'N' TO DVZ-FOUND-SW
           PERFORM MATCH-DVZ-ENTRY
             VARYING DVZ-SUB2 FROM 1 BY 1
             UNTIL DVZ-SUB2 IS GREATER THAN DVZ-CNT
                OR DVZ-FOUND.
       SEARCH-DVZ-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       MATCH-DVZ-ENTRY.
           IF DVZ-TBL-CODE(DVZ-SUB2) IS EQUAL TO DVZ-SEARCH-CODE
             SET DVZ-FOUND TO TRUE
           END-IF.
       MATCH-DVZ-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       SEARCH-APPROVER-TABLE.
           MOVE 'N' TO APP-FOUND-SW
           PERFORM MATCH-APPROVER-ENTRY
             VARYING APP-SUB2 FROM 1 BY 1
             UNTIL APP-SUB2 IS GREATER THAN APP-CNT
                OR APP-FOUND.
       SEARCH-APPROVER-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       MATCH-APPROVER-ENTRY.
           IF APP-TBL-ID(APP-SUB2) IS EQUAL TO APP-SEARCH-ID
             SET APP-FOUND TO TRUE
           END-IF.
       MATCH-APPROVER-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       ADD-FINDING.
           MOVE FND-CAT  TO SRT-CAT
           MOVE FND-ID   TO SRT-ID
           MOVE FND-DVZ  TO SRT-DVZ
           MOVE FND-TEXT TO SRT-TEXT
           RELEASE SRT-REC.
       ADD-FINDING-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   SORT OUTPUT-PROCEDURE: kategori kirilimli bulgu listesi ve <*
      *>    sonunda tum kategorilerin sayim ozeti.                    <*
      *----------------------------------------------------------------*
       PRODUCE-FINDINGS-REPORT.
           MOVE SPACES TO RPT-REC
           STRING 'IDXINTEG - MASTER FILE REFERENTIAL INTEGRITY - '
                    DELIMITED BY SIZE
                  'BUSINESS DATE ' DELIMITED BY SIZE
                  BUS-DATE-NUM     DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           RETURN SORT-FILE
             AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
            IF SRT-CAT IS NOT EQUAL TO PREV-CAT
              PERFORM PRNT-CATEGORY-HEADER
            END-IF
            ADD 1 TO CAT-CNT(CAT-CUR)
            PERFORM PRNT-FINDING-LINE
            RETURN SORT-FILE
              AT END SET SORT-EOF TO TRUE
            END-RETURN
           END-PERFORM
           PERFORM PRNT-SUMMARY-HEADER
           PERFORM PRNT-CATEGORY-SUMMARY
             VARYING CAT-SUB FROM 1 BY 1
             UNTIL CAT-SUB IS GREATER THAN CAT-MAX
           PERFORM PRNT-FILE-PRESENCE
           CLOSE RPT-FILE.
       PRODUCE-FINDINGS-REPORT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-CATEGORY-HEADER.
           MOVE SRT-CAT TO PREV-CAT
           MOVE 0 TO CAT-CUR
           PERFORM FIND-CATEGORY
             VARYING CAT-SUB FROM 1 BY 1
             UNTIL CAT-SUB IS GREATER THAN CAT-MAX
                OR CAT-CUR IS GREATER THAN ZERO
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING '=== ' DELIMITED BY SIZE
                  CAT-CODE(CAT-CUR) DELIMITED BY SIZE
                  ' ('  DELIMITED BY SIZE
                  CAT-SEV(CAT-CUR)  DELIMITED BY SIZE
                  ') '  DELIMITED BY SIZE
                  CAT-DESC(CAT-CUR) DELIMITED BY SIZE
                  ' ===' DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-CATEGORY-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FIND-CATEGORY.
           IF CAT-CODE(CAT-SUB) IS EQUAL TO SRT-CAT
             MOVE CAT-SUB TO CAT-CUR
           END-IF.
       FIND-CATEGORY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-FINDING-LINE.
           MOVE SPACES TO RPT-REC
           STRING '  ACCOUNT: ' DELIMITED BY SIZE
                  SRT-ID        DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  SRT-DVZ       DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  SRT-TEXT      DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-FINDING-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-SUMMARY-HEADER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE '=== FINDINGS BY CATEGORY ===' TO RPT-REC
           WRITE RPT-REC.
       PRNT-SUMMARY-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-CATEGORY-SUMMARY.
           IF CAT-SEV-ERROR(CAT-SUB)
             ADD CAT-CNT(CAT-SUB) TO ERROR-CNT
           ELSE
             ADD CAT-CNT(CAT-SUB) TO WARNING-CNT
           END-IF
           MOVE CAT-CNT(CAT-SUB) TO FND-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '  '               DELIMITED BY SIZE
                  CAT-CODE(CAT-SUB)  DELIMITED BY SIZE
                  ' ('               DELIMITED BY SIZE
                  CAT-SEV(CAT-SUB)   DELIMITED BY SIZE
                  ') '               DELIMITED BY SIZE
                  CAT-DESC(CAT-SUB)  DELIMITED BY SIZE
                  ' : '              DELIMITED BY SIZE
                  FND-CNT-D          DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-CATEGORY-SUMMARY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-FILE-PRESENCE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           IF NOT HOLD-PRESENT
             MOVE '  HOLDFILE NOT PRESENT - HOLD CHECKS SKIPPED'
               TO RPT-REC
             WRITE RPT-REC
           END-IF
           IF NOT PND-PRESENT
             MOVE '  PNDFILE NOT PRESENT - PENDING CHECKS SKIPPED'
               TO RPT-REC
             WRITE RPT-REC
           END-IF
           IF NOT RCY-PRESENT
             MOVE '  RCYFILE NOT PRESENT - RECYCLE CHECKS SKIPPED'
               TO RPT-REC
             WRITE RPT-REC
           END-IF
           IF NOT SO-PRESENT
             MOVE '  SOMAST NOT PRESENT - STANDING ORDER CHECKS SKIPPED'
               TO RPT-REC
             WRITE RPT-REC
           END-IF
           MOVE ERROR-CNT TO FND-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'TOTAL ERRORS  : ' DELIMITED BY SIZE
                  FND-CNT-D          DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WARNING-CNT TO FND-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'TOTAL WARNINGS: ' DELIMITED BY SIZE
                  FND-CNT-D          DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-FILE-PRESENCE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PROGRAM-EXIT.
           CLOSE IDX-FILE
           IF HOLD-PRESENT
             CLOSE HOLD-FILE
           END-IF
           IF PND-PRESENT
             CLOSE PND-FILE
           END-IF
           IF RCY-PRESENT
             CLOSE RCY-FILE
           END-IF
           IF SO-PRESENT
             CLOSE SO-FILE
           END-IF
           DISPLAY 'IDXINTEG - ERRORS  : ' ERROR-CNT
           DISPLAY 'IDXINTEG - WARNINGS: ' WARNING-CNT
           IF ERROR-CNT IS GREATER THAN ZERO
             MOVE 08 TO RETURN-CODE
           ELSE
             IF WARNING-CNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
             ELSE
               MOVE 00 TO RETURN-CODE
             END-IF
           END-IF
           STOP RUN.
       PROGRAM-EXIT-END. EXIT.
       END PROGRAM IDXINTEG.
