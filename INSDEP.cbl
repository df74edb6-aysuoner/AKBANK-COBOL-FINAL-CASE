      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   INSDEP ==> sigortali mevduat (mevduat sigortasi) duzenleyici<*
      *>    bildirim dosyasi ve kontrol raporu. CUSTPOS'un musteri     <*
      *>    kirilimi aynen kullanilir: IDX-FILE musteri (IDX-ID)       <*
      *>    sirasina dizilir, her para birimi hesabi rapor tarihinin   <*
      *>    FXRATE kuru ile baz paraya cevrilir ve musteri basina      <*
      *>    toplanir. Musteri toplamina sigorta limiti (PARM) uygulanir<*
      *>    ve sigortali / sigorta-disi ayrimi yapilir.                <*
      *>   Duzenleyici kurallari:                                      <*
      *>     - yalnizca alacak (pozitif) bakiyeler mevduattir; eksi    <*
      *>       bakiyeli hesap baska hesaplardan MAHSUP EDILMEZ, sifir  <*
      *>       sayilir ve raporda istisna olarak listelenir,           <*
      *>     - HOLDFILE'daki aktif blokaj (suresiz ya da sona erme     <*
      *>       tarihi rapor tarihi ve sonrasi - SUBPRG ile ayni tanim) <*
      *>       tutari hesap bakiyesinden dusulur ve BLOCKED olarak ayri<*
      *>       bildirilir; bakiyeyi asan blokaj bakiye ile sinirlanir, <*
      *>     - kapali ('C') hesapta kalan bakiye sigorta kapsamina     <*
      *>       girmez, CLOSED olarak ayri bildirilir ve istisna olarak <*
      *>       raporlanir (hesap kapanisinda bakiye sifirlanmalidir),  <*
      *>     - bloke ('B') durumlu hesap mevduat olarak sayilir,       <*
      *>     - limit, blokaj ve kapali tutarlar dusuldukten sonra      <*
      *>       kalan UYGUN (eligible) baz para toplamina uygulanir.    <*
      *>   Hic alacak bakiyesi olmayan musteri bildirilmez.            <*
      *>   Bildirim dosyasi: H baslik (rapor tarihi, uretim tarihi,    <*
      *>    limit), her musteri icin bir D detay, T trailer (kayit     <*
      *>    sayisi ve tutar kontrol toplamlari).                       <*
      *>   IDX-FILE'da gecen herhangi bir para biriminin rapor         <*
      *>    tarihine ait kuru yoksa FXPOSRPT'de oldugu gibi bildirim   <*
      *>    URETILMEZ (dosya bos kalir) ve run RC 08 ile biter; rapor  <*
      *>    eksik kurlari listeler. Istisna (eksi bakiye, kapali       <*
      *>    hesapta bakiye) varsa RC 04, yoksa RC 00.                  <*
      *>   PARM: 1-8 rapor tarihi YYYYMMDD (bos ise sistem tarihi),    <*
      *>    9-17 musteri basina sigorta limiti, baz para tam birim     <*
      *>    (bos/sifir ise varsayilan limit).                          <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                INSDEP.
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
                                  ACCESS     SEQUENTIAL
                                  RECORD KEY IDX-KEY
                                  STATUS     IDX-ST.
           SELECT HOLD-FILE       ASSIGN TO  HOLDFILE
                                  ORGANIZATION INDEXED
                                  ACCESS     RANDOM
                                  RECORD KEY HOLD-KEY
                                  STATUS     HOLD-ST.
           SELECT FX-FILE         ASSIGN TO  FXRATE
                                  STATUS     FX-ST.
           SELECT SORT-FILE       ASSIGN TO  SRTWORK.
           SELECT INS-FILE        ASSIGN TO  INSSUBM
                                  STATUS     INS-ST.
           SELECT RPT-FILE        ASSIGN TO  INSRPT
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
      *>   FX-FILE ==> gunluk kur referans dosyasi (FXPOSRPT'nin      <*
      *>               okudugu FXRATE ile ayni duzen).                 <*
       FD  FX-FILE RECORDING MODE F.
       01  FX-REC.
           05 FX-REC-CODE          PIC 9(03).
           05 FX-REC-RATE          PIC 9(07)V9(06).
           05 FX-REC-DATE          PIC 9(08).
      *
      *>   SORT-FILE ==> IDX-FILE'i musteri (ID) kirilimina dizmek    <*
      *>                 icin SORT work-file'i; aktif blokaj tutari   <*
      *>                 siralama oncesinde eklenir.                  <*
       SD  SORT-FILE.
       01  SRT-REC.
           05 SRT-ID               PIC 9(05).
           05 SRT-DVZ              PIC 9(03).
           05 SRT-FIRSTN           PIC X(15).
           05 SRT-LASTN            PIC X(15).
           05 SRT-AMOUNT           PIC S9(13)V99.
           05 SRT-STATUS           PIC X(01).
             88 SRT-STS-CLOSED              VALUE 'C'.
           05 SRT-HOLD-AMT         PIC S9(13)V99.
      *
      *>   INS-FILE ==> duzenleyiciye gonderilen sabit formatli        <*
      *>    bildirim dosyasi (150 byte): H baslik, D musteri, T        <*
      *>    trailer. Tutarlar baz para, isaretsiz, 2 ondalik.          <*
       FD  INS-FILE RECORDING MODE F.
       01  INS-REC.
           05 INS-REC-TYPE         PIC X(01).
             88 INS-HEADER                  VALUE 'H'.
             88 INS-DETAIL                  VALUE 'D'.
             88 INS-TRAILER                 VALUE 'T'.
           05 INS-DTL-DATA.
             10 INS-CUST-ID        PIC 9(05).
             10 INS-FIRSTN         PIC X(15).
             10 INS-LASTN          PIC X(15).
             10 INS-ACCT-CNT       PIC 9(03).
             10 INS-GROSS          PIC 9(15)V99.
             10 INS-BLOCKED        PIC 9(15)V99.
             10 INS-CLOSED         PIC 9(15)V99.
             10 INS-ELIGIBLE       PIC 9(15)V99.
             10 INS-INSURED        PIC 9(15)V99.
             10 INS-UNINSURED      PIC 9(15)V99.
             10 FILLER             PIC X(09).
           05 INS-HDR-DATA REDEFINES INS-DTL-DATA.
             10 INS-HDR-FILE-ID    PIC X(08).
             10 INS-HDR-RPT-DATE   PIC 9(08).
             10 INS-HDR-CRT-DATE   PIC 9(08).
             10 INS-HDR-CAP        PIC 9(15)V99.
             10 FILLER             PIC X(108).
           05 INS-TRL-DATA REDEFINES INS-DTL-DATA.
             10 INS-TRL-COUNT      PIC 9(07).
             10 INS-TRL-GROSS      PIC 9(17)V99.
             10 INS-TRL-BLOCKED    PIC 9(17)V99.
             10 INS-TRL-CLOSED     PIC 9(17)V99.
             10 INS-TRL-ELIGIBLE   PIC 9(17)V99.
             10 INS-TRL-INSURED    PIC 9(17)V99.
             10 INS-TRL-UNINSURED  PIC 9(17)V99.
             10 FILLER             PIC X(28).
      *
      *>   RPT-FILE ==> incelemeye yonelik ozet rapor.                <*
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
             88 IDX-SUCCESS                VALUE 00 97.
           05 HOLD-ST             PIC 9(02).
             88 HOLD-SUCCESS               VALUE 00 97.
           05 FX-ST               PIC 9(02).
             88 FX-EOF                     VALUE 10.
             88 FX-SUCCESS                 VALUE 00 97.
           05 INS-ST              PIC 9(02).
             88 INS-SUCCESS                VALUE 00 97.
           05 RPT-ST              PIC 9(02).
             88 RPT-SUCCESS                VALUE 00 97.
           05 HOLD-OPEN-SW        PIC X(01) VALUE 'N'.
             88 HOLD-OPEN                  VALUE 'Y'.
      *
              *>*> PARM: rapor tarihi (YYYYMMDD) + sigorta limiti <*<*
       01  RUN-PARM-AREA.
           05 RUN-PARM            PIC X(17) VALUE SPACES.
           05 RUN-PARM-R REDEFINES RUN-PARM.
             10 RPT-DATE-PARM     PIC X(08).
             10 CAP-PARM          PIC X(09).
           05 RPT-DATE-NUM        PIC 9(08) VALUE ZERO.
           05 CRT-DATE-NUM        PIC 9(08) VALUE ZERO.
           05 SYS-DATE-AREA.
             10 SYS-DATE-YY       PIC 9(02).
             10 SYS-DATE-MM       PIC 9(02).
             10 SYS-DATE-DD       PIC 9(02).
           05 DEFAULT-CAP         PIC 9(09) VALUE 650000.
           05 INS-CAP             PIC 9(15)V99 VALUE ZERO.
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
              *>*> Rapor tarihine ait kur tablosu (FXPOSRPT ile ayni  <*<*
              *>*> OCCURS duzeni) <*<*
       01  FXT-CNT                PIC 9(03) COMP VALUE 0.
       01  FXT-TABLE-AREA.
           05 FXT-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON FXT-CNT
                        INDEXED BY FXT-IDX.
             10 FXT-TBL-CODE      PIC 9(03).
             10 FXT-TBL-RATE      PIC 9(07)V9(06).
      *
              *>*> Kuru bulunamayan para birimleri (tekil liste) <*<*
       01  MISS-TABLE-AREA.
           05 MISS-CNT            PIC 9(03) COMP VALUE 0.
           05 MISS-SUB            PIC 9(03) COMP VALUE 0.
           05 MISS-FOUND-SW       PIC X(01) VALUE 'N'.
             88 MISS-FOUND                 VALUE 'Y'.
           05 MISS-TBL-CODE       PIC 9(03) OCCURS 200 TIMES.
      *
              *>*> SORT kontrol degiskenleri <*<*
       01  SORT-CTL.
           05 SORT-EOF-SW         PIC X(01) VALUE 'N'.
             88 SORT-EOF                   VALUE 'Y'.
           05 SUBM-SW             PIC X(01) VALUE 'Y'.
             88 SUBM-PRODUCED              VALUE 'Y'.
      *
              *>*> Musteri (ID) control-break degiskenleri <*<*
       01  BREAK-CTL.
           05 PREV-ID             PIC 9(05) VALUE ZERO.
           05 FIRST-RECORD-SW     PIC X(01) VALUE 'Y'.
             88 FIRST-RECORD              VALUE 'Y'.
           05 CUST-FIRSTN         PIC X(15).
           05 CUST-LASTN          PIC X(15).
           05 CUST-ACCT-CNT       PIC 9(03) COMP.
           05 CUST-GROSS          PIC S9(15)V99 COMP-3.
           05 CUST-BLOCKED        PIC S9(15)V99 COMP-3.
           05 CUST-CLOSED         PIC S9(15)V99 COMP-3.
           05 CUST-ELIGIBLE       PIC S9(15)V99 COMP-3.
           05 CUST-INSURED        PIC S9(15)V99 COMP-3.
           05 CUST-UNINSURED      PIC S9(15)V99 COMP-3.
      *
              *>*> Hesap bazinda hesaplama alanlari <*<*
       01  ACCT-WORK.
           05 RATE-FOUND-SW       PIC X(01).
             88 RATE-FOUND                VALUE 'Y'.
           05 CUR-FX-RATE         PIC 9(07)V9(06).
           05 ACCT-CREDIT         PIC S9(13)V99 COMP-3.
           05 ACCT-HELD           PIC S9(13)V99 COMP-3.
           05 ACCT-CLOSED         PIC S9(13)V99 COMP-3.
           05 CONV-GROSS          PIC S9(15)V99 COMP-3.
           05 CONV-HELD           PIC S9(15)V99 COMP-3.
           05 CONV-CLOSED         PIC S9(15)V99 COMP-3.
           05 CONV-ELIGIBLE       PIC S9(15)V99 COMP-3.
      *
              *>*> Genel toplamlar ve sayaclar <*<*
       01  RUN-TOTALS.
           05 TOT-GROSS           PIC S9(17)V99 COMP-3 VALUE 0.
           05 TOT-BLOCKED         PIC S9(17)V99 COMP-3 VALUE 0.
           05 TOT-CLOSED          PIC S9(17)V99 COMP-3 VALUE 0.
           05 TOT-ELIGIBLE        PIC S9(17)V99 COMP-3 VALUE 0.
           05 TOT-INSURED         PIC S9(17)V99 COMP-3 VALUE 0.
           05 TOT-UNINSURED       PIC S9(17)V99 COMP-3 VALUE 0.
           05 ACCT-READ-CNT       PIC 9(07) COMP VALUE 0.
           05 HOLD-APPLIED-CNT    PIC 9(07) COMP VALUE 0.
           05 CUST-SUBM-CNT       PIC 9(07) COMP VALUE 0.
           05 CUST-NODEP-CNT      PIC 9(07) COMP VALUE 0.
           05 CUST-OVERCAP-CNT    PIC 9(07) COMP VALUE 0.
           05 OVERDRAWN-CNT       PIC 9(07) COMP VALUE 0.
           05 CLOSED-RESID-CNT    PIC 9(07) COMP VALUE 0.
      *
              *>*> Rapor basim alanlari <*<*
       01  RPT-WORK.
           05 RPT-AMT-D           PIC -(14)9.99.
           05 RPT-HLD-D           PIC -(14)9.99.
           05 RPT-CNV-D           PIC -(14)9.99.
           05 RPT-INS-D           PIC -(14)9.99.
           05 RPT-UNI-D           PIC -(14)9.99.
           05 RPT-TOT-D           PIC -(16)9.99.
           05 RPT-RATE-D          PIC 9(07).9(06).
           05 RPT-CNT-D           PIC 9(07).
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           PERFORM RESOLVE-RUN-PARMS
           PERFORM LOAD-FX-TABLE
           PERFORM OPEN-HOLD-FILE
           SORT SORT-FILE
             ON ASCENDING KEY SRT-ID SRT-DVZ
             INPUT PROCEDURE  IS LOAD-SORT-FILE
             OUTPUT PROCEDURE IS PRODUCE-SUBMISSION
           PERFORM PROGRAM-EXIT.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Rapor tarihi PARM'da bos/numeric-disi gelirse is gunu      <*
      *>    ortak takvimden (BUSCAL/CALFILE) alinir; limit bos/       <*
      *>    numeric-disi/sifir ise varsayilan kullanilir. Dosya       <*
      *>    olusturma tarihi sistem tarihidir.                        <*
      *----------------------------------------------------------------*
       RESOLVE-RUN-PARMS.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           ACCEPT SYS-DATE-AREA FROM DATE
           COMPUTE CRT-DATE-NUM = 20000000
                   + SYS-DATE-YY * 10000
                   + SYS-DATE-MM * 100
                   + SYS-DATE-DD
           IF RPT-DATE-PARM IS NOT EQUAL TO SPACES
             AND RPT-DATE-PARM IS NUMERIC
             MOVE RPT-DATE-PARM TO RPT-DATE-NUM
           ELSE
             MOVE ZERO TO BC-IN-DATE
             CALL 'BCDATE' USING BC-DATA
             MOVE BC-BUS-DATE TO RPT-DATE-NUM
             IF BC-OUT-RC IS EQUAL TO 04
               DISPLAY 'INSDEP - CALFILE NOT AVAILABLE - WEEKENDS ONLY'
             END-IF
           END-IF
           MOVE DEFAULT-CAP TO INS-CAP
           IF CAP-PARM IS NOT EQUAL TO SPACES
             AND CAP-PARM IS NUMERIC
             IF CAP-PARM IS NOT EQUAL TO '000000000'
               MOVE CAP-PARM TO INS-CAP
             END-IF
           END-IF
           MOVE INS-CAP TO RPT-CNV-D
           DISPLAY 'INSDEP - REPORT DATE  : ' RPT-DATE-NUM
           DISPLAY 'INSDEP - INSURANCE CAP: ' RPT-CNV-D.
       RESOLVE-RUN-PARMS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   FXRATE'ten yalnizca rapor tarihli satirlar tabloya alinir.  <*
      *----------------------------------------------------------------*
       LOAD-FX-TABLE.
           MOVE 0 TO FXT-CNT
           OPEN INPUT FX-FILE
           IF NOT FX-SUCCESS
             DISPLAY 'INSDEP - FXRATE CANNOT OPEN: ' FX-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           READ FX-FILE
           PERFORM UNTIL FX-EOF OR FXT-CNT IS EQUAL TO 200
             IF FX-REC-DATE IS EQUAL TO RPT-DATE-NUM
               ADD 1 TO FXT-CNT
               MOVE FX-REC-CODE TO FXT-TBL-CODE(FXT-CNT)
               MOVE FX-REC-RATE TO FXT-TBL-RATE(FXT-CNT)
             END-IF
             READ FX-FILE
           END-PERFORM
           IF FXT-CNT IS EQUAL TO 200 AND NOT FX-EOF
             DISPLAY 'INSDEP - FXRATE EXCEEDS 200 ENTRIES '
                     '- TABLE TRUNCATED'
           END-IF
           CLOSE FX-FILE.
       LOAD-FX-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   HOLDFILE yoksa (status 35) blokaj dusulmez; bu durum       <*
      *>    raporun basinda belirtilir.                               <*
      *----------------------------------------------------------------*
       OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE
           IF HOLD-SUCCESS
             SET HOLD-OPEN TO TRUE
           ELSE
             IF HOLD-ST IS EQUAL TO 35
               DISPLAY 'INSDEP - HOLDFILE NOT PRESENT - NO HOLDS'
             ELSE
               DISPLAY 'INSDEP - HOLDFILE CANNOT OPEN: ' HOLD-ST
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       OPEN-HOLD-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Her hesap aktif blokaj tutari ile birlikte SORT'a verilir; <*
      *>    kuru olmayan para birimi tekil listeye eklenir.           <*
      *----------------------------------------------------------------*
       LOAD-SORT-FILE.
           OPEN INPUT IDX-FILE
           IF NOT IDX-SUCCESS
             DISPLAY 'INSDEP - .VSAM FILE CANNOT OPEN: ' IDX-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           READ IDX-FILE NEXT RECORD
           PERFORM UNTIL IDX-EOF
             ADD 1 TO ACCT-READ-CNT
             MOVE IDX-ID     TO SRT-ID
             MOVE IDX-DVZ    TO SRT-DVZ
             MOVE IDX-FIRSTN TO SRT-FIRSTN
             MOVE IDX-LASTN  TO SRT-LASTN
             MOVE IDX-AMOUNT TO SRT-AMOUNT
             MOVE IDX-STATUS TO SRT-STATUS
             PERFORM GET-ACTIVE-HOLD
             PERFORM FIND-FX-RATE
             IF NOT RATE-FOUND
               PERFORM NOTE-MISSING-RATE
             END-IF
             RELEASE SRT-REC
             READ IDX-FILE NEXT RECORD
           END-PERFORM
           CLOSE IDX-FILE
           IF HOLD-OPEN
             CLOSE HOLD-FILE
           END-IF.
       LOAD-SORT-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       GET-ACTIVE-HOLD.
           MOVE ZERO TO SRT-HOLD-AMT
           IF HOLD-OPEN
             MOVE IDX-ID  TO HOLD-ID
             MOVE IDX-DVZ TO HOLD-DVZ
             READ HOLD-FILE
             IF HOLD-SUCCESS
               IF HOLD-EXPIRY IS EQUAL TO ZERO
                 OR HOLD-EXPIRY IS NOT LESS THAN RPT-DATE-NUM
                 MOVE HOLD-AMOUNT TO SRT-HOLD-AMT
               END-IF
             END-IF
           END-IF.
       GET-ACTIVE-HOLD-END. EXIT.
      *----
      *----------------------------------------------------------------*
       NOTE-MISSING-RATE.
           MOVE 'N' TO MISS-FOUND-SW
           PERFORM MATCH-MISSING-CODE
             VARYING MISS-SUB FROM 1 BY 1
             UNTIL MISS-SUB IS GREATER THAN MISS-CNT
                OR MISS-FOUND
           IF NOT MISS-FOUND AND MISS-CNT IS LESS THAN 200
             ADD 1 TO MISS-CNT
             MOVE SRT-DVZ TO MISS-TBL-CODE(MISS-CNT)
           END-IF.
       NOTE-MISSING-RATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       MATCH-MISSING-CODE.
           IF MISS-TBL-CODE(MISS-SUB) IS EQUAL TO SRT-DVZ
             SET MISS-FOUND TO TRUE
           END-IF.
       MATCH-MISSING-CODE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FIND-FX-RATE.
           MOVE 'N' TO RATE-FOUND-SW
           IF FXT-CNT IS GREATER THAN ZERO
             SET FXT-IDX TO 1
             SEARCH FXT-ENTRY
               AT END
                 CONTINUE
               WHEN FXT-TBL-CODE(FXT-IDX) = SRT-DVZ
                 SET RATE-FOUND TO TRUE
                 MOVE FXT-TBL-RATE(FXT-IDX) TO CUR-FX-RATE
             END-SEARCH
           END-IF.
       FIND-FX-RATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   SORT OUTPUT-PROCEDURE: kur eksigi yoksa bildirim dosyasi   <*
      *>    acilir; musteri kirilimiyla rapor ve D kayitlari yazilir. <*
      *----------------------------------------------------------------*
       PRODUCE-SUBMISSION.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-SUCCESS
             DISPLAY 'INSDEP - RPT-FILE CANNOT OPEN: ' RPT-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM PRNT-REPORT-HEADER
           IF MISS-CNT IS GREATER THAN ZERO
             MOVE 'N' TO SUBM-SW
             PERFORM PRNT-MISSING-RATES
           ELSE
             PERFORM OPEN-SUBMISSION-FILE
           END-IF
           RETURN SORT-FILE
             AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
             PERFORM PROCESS-ACCOUNT
             RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
             END-RETURN
           END-PERFORM
           IF NOT FIRST-RECORD
             PERFORM FINISH-CUSTOMER
           END-IF
           IF SUBM-PRODUCED
             PERFORM WRITE-SUBMISSION-TRAILER
             CLOSE INS-FILE
           END-IF
           PERFORM PRNT-RUN-TOTALS
           CLOSE RPT-FILE.
       PRODUCE-SUBMISSION-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-REPORT-HEADER.
           MOVE INS-CAP TO RPT-CNV-D
           MOVE SPACES TO RPT-REC
           STRING 'INSDEP - INSURED DEPOSIT SUBMISSION - REPORT DATE '
                    DELIMITED BY SIZE
                  RPT-DATE-NUM DELIMITED BY SIZE
                  ' CAP PER CUSTOMER:' DELIMITED BY SIZE
                  RPT-CNV-D    DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF NOT HOLD-OPEN
             MOVE SPACES TO RPT-REC
             MOVE '*** HOLDFILE NOT PRESENT - NO BLOCKED AMOUNTS'
               TO RPT-REC
             WRITE RPT-REC
           END-IF.
       PRNT-REPORT-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-MISSING-RATES.
           MOVE SPACES TO RPT-REC
           MOVE '*** NO FXRATE FOR REPORT DATE - NO SUBMISSION'
             TO RPT-REC
           WRITE RPT-REC
           PERFORM PRNT-ONE-MISSING-RATE
             VARYING MISS-SUB FROM 1 BY 1
             UNTIL MISS-SUB IS GREATER THAN MISS-CNT.
       PRNT-MISSING-RATES-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-ONE-MISSING-RATE.
           MOVE SPACES TO RPT-REC
           STRING '    MISSING RATE FOR DVZ ' DELIMITED BY SIZE
                  MISS-TBL-CODE(MISS-SUB)     DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-ONE-MISSING-RATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       OPEN-SUBMISSION-FILE.
           OPEN OUTPUT INS-FILE
           IF NOT INS-SUCCESS
             DISPLAY 'INSDEP - INSSUBM CANNOT OPEN: ' INS-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO INS-REC
           SET INS-HEADER TO TRUE
           MOVE 'INSDEP  '   TO INS-HDR-FILE-ID
           MOVE RPT-DATE-NUM TO INS-HDR-RPT-DATE
           MOVE CRT-DATE-NUM TO INS-HDR-CRT-DATE
           MOVE INS-CAP      TO INS-HDR-CAP
           WRITE INS-REC.
       OPEN-SUBMISSION-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Musteri degistiginde onceki musteri kapatilir; ilk para    <*
      *>    birimi kaydinin isimleri bildirimde kullanilir (CUSTPOS   <*
      *>    ile ayni taban).                                          <*
      *----------------------------------------------------------------*
       PROCESS-ACCOUNT.
           IF FIRST-RECORD OR SRT-ID IS NOT EQUAL TO PREV-ID
             IF NOT FIRST-RECORD
               PERFORM FINISH-CUSTOMER
             END-IF
             MOVE SRT-ID     TO PREV-ID
             MOVE SRT-FIRSTN TO CUST-FIRSTN
             MOVE SRT-LASTN  TO CUST-LASTN
             MOVE 0    TO CUST-ACCT-CNT
             MOVE ZERO TO CUST-GROSS CUST-BLOCKED CUST-CLOSED
             MOVE 'N'  TO FIRST-RECORD-SW
             PERFORM PRNT-CUSTOMER-HEADER
           END-IF
           ADD 1 TO CUST-ACCT-CNT
           PERFORM SPLIT-ACCOUNT-BALANCE
           PERFORM FIND-FX-RATE
           IF RATE-FOUND
             COMPUTE CONV-GROSS  ROUNDED = ACCT-CREDIT * CUR-FX-RATE
             COMPUTE CONV-HELD   ROUNDED = ACCT-HELD   * CUR-FX-RATE
             COMPUTE CONV-CLOSED ROUNDED = ACCT-CLOSED * CUR-FX-RATE
           ELSE
             MOVE ZERO TO CONV-GROSS CONV-HELD CONV-CLOSED
           END-IF
           COMPUTE CONV-ELIGIBLE = CONV-GROSS - CONV-HELD - CONV-CLOSED
           ADD CONV-GROSS  TO CUST-GROSS
           ADD CONV-HELD   TO CUST-BLOCKED
           ADD CONV-CLOSED TO CUST-CLOSED
           PERFORM PRNT-ACCOUNT-LINE.
       PROCESS-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Hesap bakiyesi duzenleyici kurallarina gore ayrilir:       <*
      *>    eksi bakiye sifir, kapali hesabin bakiyesi CLOSED, aktif  <*
      *>    blokaj (bakiye ile sinirli) BLOCKED.                      <*
      *----------------------------------------------------------------*
       SPLIT-ACCOUNT-BALANCE.
           MOVE ZERO TO ACCT-CREDIT ACCT-HELD ACCT-CLOSED
           IF SRT-AMOUNT IS GREATER THAN ZERO
             MOVE SRT-AMOUNT TO ACCT-CREDIT
           ELSE
             IF SRT-AMOUNT IS LESS THAN ZERO
               ADD 1 TO OVERDRAWN-CNT
             END-IF
           END-IF
           IF SRT-STS-CLOSED
             MOVE ACCT-CREDIT TO ACCT-CLOSED
             IF ACCT-CREDIT IS GREATER THAN ZERO
               ADD 1 TO CLOSED-RESID-CNT
             END-IF
           ELSE
             IF SRT-HOLD-AMT IS GREATER THAN ZERO
               AND ACCT-CREDIT IS GREATER THAN ZERO
               ADD 1 TO HOLD-APPLIED-CNT
               IF SRT-HOLD-AMT IS GREATER THAN ACCT-CREDIT
                 MOVE ACCT-CREDIT TO ACCT-HELD
               ELSE
                 MOVE SRT-HOLD-AMT TO ACCT-HELD
               END-IF
             END-IF
           END-IF.
       SPLIT-ACCOUNT-BALANCE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-CUSTOMER-HEADER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING '=== CUSTOMER ' DELIMITED BY SIZE
                  SRT-ID           DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  SRT-FIRSTN       DELIMITED BY '  '
                  ' '              DELIMITED BY SIZE
                  SRT-LASTN        DELIMITED BY '  '
                  ' ==='           DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-CUSTOMER-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-ACCOUNT-LINE.
           MOVE SRT-AMOUNT    TO RPT-AMT-D
           MOVE ACCT-HELD     TO RPT-HLD-D
           MOVE CONV-ELIGIBLE TO RPT-CNV-D
           MOVE SPACES TO RPT-REC
           IF RATE-FOUND
             MOVE CUR-FX-RATE TO RPT-RATE-D
             STRING '  DVZ '     DELIMITED BY SIZE
                    SRT-DVZ      DELIMITED BY SIZE
                    ' ST: '      DELIMITED BY SIZE
                    SRT-STATUS   DELIMITED BY SIZE
                    ' BALANCE:'  DELIMITED BY SIZE
                    RPT-AMT-D    DELIMITED BY SIZE
                    ' HELD:'     DELIMITED BY SIZE
                    RPT-HLD-D    DELIMITED BY SIZE
                    ' RATE: '    DELIMITED BY SIZE
                    RPT-RATE-D   DELIMITED BY SIZE
                    ' ELIGIBLE:' DELIMITED BY SIZE
                    RPT-CNV-D    DELIMITED BY SIZE
                    INTO RPT-REC
             END-STRING
           ELSE
             STRING '  DVZ '     DELIMITED BY SIZE
                    SRT-DVZ      DELIMITED BY SIZE
                    ' ST: '      DELIMITED BY SIZE
                    SRT-STATUS   DELIMITED BY SIZE
                    ' BALANCE:'  DELIMITED BY SIZE
                    RPT-AMT-D    DELIMITED BY SIZE
                    ' *** NO RATE FOR DATE' DELIMITED BY SIZE
                    INTO RPT-REC
             END-STRING
           END-IF
           WRITE RPT-REC
           IF SRT-AMOUNT IS LESS THAN ZERO
             MOVE SPACES TO RPT-REC
             MOVE '        *** OVERDRAWN - NOT NETTED, COUNTED AS ZERO'
               TO RPT-REC
             WRITE RPT-REC
           END-IF
           IF SRT-STS-CLOSED AND ACCT-CLOSED IS GREATER THAN ZERO
             MOVE SPACES TO RPT-REC
             MOVE '        *** CLOSED ACCOUNT WITH BALANCE - EXCLUDED'
               TO RPT-REC
             WRITE RPT-REC
           END-IF.
       PRNT-ACCOUNT-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Musteri toplamina limit uygulanir. Alacak bakiyesi olmayan <*
      *>    musteri bildirilmez, yalnizca raporda belirtilir.         <*
      *----------------------------------------------------------------*
       FINISH-CUSTOMER.
           COMPUTE CUST-ELIGIBLE = CUST-GROSS - CUST-BLOCKED
                                 - CUST-CLOSED
           IF CUST-ELIGIBLE IS GREATER THAN INS-CAP
             MOVE INS-CAP TO CUST-INSURED
             ADD 1 TO CUST-OVERCAP-CNT
           ELSE
             MOVE CUST-ELIGIBLE TO CUST-INSURED
           END-IF
           COMPUTE CUST-UNINSURED = CUST-ELIGIBLE - CUST-INSURED
           IF CUST-GROSS IS GREATER THAN ZERO
             ADD 1 TO CUST-SUBM-CNT
             ADD CUST-GROSS     TO TOT-GROSS
             ADD CUST-BLOCKED   TO TOT-BLOCKED
             ADD CUST-CLOSED    TO TOT-CLOSED
             ADD CUST-ELIGIBLE  TO TOT-ELIGIBLE
             ADD CUST-INSURED   TO TOT-INSURED
             ADD CUST-UNINSURED TO TOT-UNINSURED
             IF SUBM-PRODUCED
               PERFORM WRITE-SUBMISSION-DETAIL
             END-IF
             PERFORM PRNT-CUSTOMER-TOTAL
           ELSE
             ADD 1 TO CUST-NODEP-CNT
             MOVE SPACES TO RPT-REC
             MOVE '  --- NO CREDIT BALANCE - NOT SUBMITTED ---'
               TO RPT-REC
             WRITE RPT-REC
           END-IF.
       FINISH-CUSTOMER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       WRITE-SUBMISSION-DETAIL.
           MOVE SPACES TO INS-REC
           SET INS-DETAIL TO TRUE
           MOVE PREV-ID        TO INS-CUST-ID
           MOVE CUST-FIRSTN    TO INS-FIRSTN
           MOVE CUST-LASTN     TO INS-LASTN
           MOVE CUST-ACCT-CNT  TO INS-ACCT-CNT
           MOVE CUST-GROSS     TO INS-GROSS
           MOVE CUST-BLOCKED   TO INS-BLOCKED
           MOVE CUST-CLOSED    TO INS-CLOSED
           MOVE CUST-ELIGIBLE  TO INS-ELIGIBLE
           MOVE CUST-INSURED   TO INS-INSURED
           MOVE CUST-UNINSURED TO INS-UNINSURED
           WRITE INS-REC.
       WRITE-SUBMISSION-DETAIL-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-CUSTOMER-TOTAL.
           MOVE CUST-ELIGIBLE  TO RPT-CNV-D
           MOVE CUST-INSURED   TO RPT-INS-D
           MOVE CUST-UNINSURED TO RPT-UNI-D
           MOVE CUST-BLOCKED   TO RPT-HLD-D
           MOVE CUST-CLOSED    TO RPT-AMT-D
           MOVE SPACES TO RPT-REC
           STRING '  --- ELIGIBLE:' DELIMITED BY SIZE
                  RPT-CNV-D         DELIMITED BY SIZE
                  ' INSURED:'       DELIMITED BY SIZE
                  RPT-INS-D         DELIMITED BY SIZE
                  ' UNINSURED:'     DELIMITED BY SIZE
                  RPT-UNI-D         DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING '      BLOCKED :' DELIMITED BY SIZE
                  RPT-HLD-D         DELIMITED BY SIZE
                  ' CLOSED :'       DELIMITED BY SIZE
                  RPT-AMT-D         DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-CUSTOMER-TOTAL-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Trailer: detay kayit sayisi ve tutar kontrol toplamlari.   <*
      *----------------------------------------------------------------*
       WRITE-SUBMISSION-TRAILER.
           MOVE SPACES TO INS-REC
           SET INS-TRAILER TO TRUE
           MOVE CUST-SUBM-CNT TO INS-TRL-COUNT
           MOVE TOT-GROSS     TO INS-TRL-GROSS
           MOVE TOT-BLOCKED   TO INS-TRL-BLOCKED
           MOVE TOT-CLOSED    TO INS-TRL-CLOSED
           MOVE TOT-ELIGIBLE  TO INS-TRL-ELIGIBLE
           MOVE TOT-INSURED   TO INS-TRL-INSURED
           MOVE TOT-UNINSURED TO INS-TRL-UNINSURED
           WRITE INS-REC.
       WRITE-SUBMISSION-TRAILER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-RUN-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE '=== SUBMISSION CONTROL TOTALS (BASE CURRENCY) ==='
             TO RPT-REC
           WRITE RPT-REC
           MOVE CUST-SUBM-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '  CUSTOMERS SUBMITTED   : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE CUST-NODEP-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '  CUSTOMERS NO DEPOSIT  : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE CUST-OVERCAP-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '  CUSTOMERS OVER CAP    : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE OVERDRAWN-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '  OVERDRAWN ACCOUNTS    : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE CLOSED-RESID-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '  CLOSED WITH BALANCE   : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TOT-GROSS TO RPT-TOT-D
           MOVE SPACES TO RPT-REC
           STRING '  GROSS DEPOSITS        :' DELIMITED BY SIZE
                  RPT-TOT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TOT-BLOCKED TO RPT-TOT-D
           MOVE SPACES TO RPT-REC
           STRING '  BLOCKED (HOLDFILE)    :' DELIMITED BY SIZE
                  RPT-TOT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TOT-CLOSED TO RPT-TOT-D
           MOVE SPACES TO RPT-REC
           STRING '  CLOSED ACCOUNTS       :' DELIMITED BY SIZE
                  RPT-TOT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TOT-ELIGIBLE TO RPT-TOT-D
           MOVE SPACES TO RPT-REC
           STRING '  ELIGIBLE              :' DELIMITED BY SIZE
                  RPT-TOT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TOT-INSURED TO RPT-TOT-D
           MOVE SPACES TO RPT-REC
           STRING '  INSURED               :' DELIMITED BY SIZE
                  RPT-TOT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TOT-UNINSURED TO RPT-TOT-D
           MOVE SPACES TO RPT-REC
           STRING '  UNINSURED             :' DELIMITED BY SIZE
                  RPT-TOT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF NOT SUBM-PRODUCED
             MOVE SPACES TO RPT-REC
             MOVE '*** SUBMISSION FILE NOT PRODUCED - RATES MISSING'
               TO RPT-REC
             WRITE RPT-REC
           END-IF.
       PRNT-RUN-TOTALS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PROGRAM-EXIT.
           DISPLAY 'INSDEP - ACCOUNTS READ       : ' ACCT-READ-CNT
           DISPLAY 'INSDEP - HOLDS APPLIED       : ' HOLD-APPLIED-CNT
           DISPLAY 'INSDEP - CUSTOMERS SUBMITTED : ' CUST-SUBM-CNT
           DISPLAY 'INSDEP - OVERDRAWN ACCOUNTS  : ' OVERDRAWN-CNT
           DISPLAY 'INSDEP - CLOSED WITH BALANCE : ' CLOSED-RESID-CNT
           IF NOT SUBM-PRODUCED
             DISPLAY 'INSDEP - ' MISS-CNT
                     ' CURRENCY(S) WITHOUT RATE - NO SUBMISSION'
             MOVE 08 TO RETURN-CODE
           ELSE
             IF OVERDRAWN-CNT IS GREATER THAN ZERO
               OR CLOSED-RESID-CNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
             ELSE
               MOVE 00 TO RETURN-CODE
             END-IF
           END-IF
           STOP RUN.
       PROGRAM-EXIT-END. EXIT.
       END PROGRAM INSDEP.
