      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   CRMSYNC ==> CRM demografi senkronizasyonu. Adres ve        <*
      *>    telefonlar bankanin CRM sisteminde tutulur; IDX-DEMOG     <*
      *>    ise yalnizca bir sube 'M' islemi girdiginde degistigi     <*
      *>    icin ikisi zamanla birbirinden uzaklasir (CUSTPOS ayni    <*
      *>    musterinin doviz hesaplarinda farkli isimleri de          <*
      *>    gosterir). Bu program CRM'in gunluk musteri degisiklik    <*
      *>    dosyasini (CRMCHG) IDX-FILE ile karsilastirir:            <*
      *>     - CRM musteri numarasi IDX-ID'dir; ayni ID'nin TUM       <*
      *>       doviz hesaplari (kapali olanlar haric) birlikte        <*
      *>       ele alinir, boylece bir musterinin hesaplari hep       <*
      *>       birlikte degisir,                                      <*
      *>     - yalnizca GERCEKTEN farkli olan alanlar icin 'M'        <*
      *>       islemi uretilir; farkli olmayan alanlar 'M' kaydinda   <*
      *>       bos birakilir, zaten ayni olan hesaba kayit uretilmez, <*
      *>     - uretilen 'M' kayitlari gunun INPFILE'ina 'H'           <*
      *>       header'in hemen arkasina yazilir ve 'Z' trailer        <*
      *>       duzeltilir (SOGEN/WHSRELSE ile ayni yontem); bakimlar  <*
      *>       MAINPRG'den gecer, journal'a 'M' olarak yazilir ve     <*
      *>       ACKSPLIT ile diger bakimlar gibi geri bildirilir,      <*
      *>     - kaynak referansi PARM'daki kaynak kodu (varsayilan     <*
      *>       'CRM ') + CRM dosyasindaki satir numarasidir,          <*
      *>     - eslesmeyen musteri numaralari ve isim degisiklikleri   <*
      *>       CRMREJ'e (INPLOAD'in REJFILE duzeni) yazilir.          <*
      *>   'M' islemi isim degistirmez: CRM'in verdigi isim IDX'teki  <*
      *>    isimden farkliysa (ya da ayni musteri icin gelen iki      <*
      *>    kayit farkli isim veriyorsa) isim degisikligi C03 ile     <*
      *>    reddedilir ve subenin belgeyle yapacagi islem beklenir;   <*
      *>    ayni musterinin adres/telefon farklari yine de uretilir.  <*
      *>   CRM'de bos alan "degismedi" demektir; bu yolla bir alan    <*
      *>    bosaltilamaz (MANTPROC da yalnizca dolu alanlari          <*
      *>    uygular).                                                 <*
      *>   Ayni musteri icin gelen birden fazla kayit degisiklik      <*
      *>    tarih/saatine gore siralanir; her alan icin en son dolu   <*
      *>    deger kazanir.                                            <*
      *>   Ayni gece subenin de ayni hesap icin 'M' girmesi halinde   <*
      *>    MAINPRG'in duplicate taramasi bunu DUPEXCPT'e yazar; iki  <*
      *>    bakim da islenir, sonraki (subeninki) kazanir.            <*
      *>   Gece sirasi: INPLOAD -> WHSRELSE.JCL -> STNDORD.JCL ->     <*
      *>    CRMSYNC.JCL -> MAINPRG.JCL.                               <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                CRMSYNC.
       AUTHOR.                    AYSU ONER.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.             15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRM-FILE        ASSIGN TO  CRMCHG
                                  STATUS     CRM-ST.
           SELECT IDX-FILE        ASSIGN TO  IDXFILE
                                  ORGANIZATION INDEXED
                                  ACCESS     SEQUENTIAL
                                  RECORD KEY IDX-KEY
                                  STATUS     IDX-ST.
           SELECT INP-FILE        ASSIGN TO  INPFILE
                                  STATUS     INP-ST.
           SELECT MRG-FILE        ASSIGN TO  INPMERGD
                                  STATUS     MRG-ST.
           SELECT REJ-FILE        ASSIGN TO  CRMREJ
                                  STATUS     REJ-ST.
           SELECT SORT-FILE       ASSIGN TO  SRTWORK.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *>   CRM-FILE ==> CRM'in gunluk musteri degisiklik dosyasi      <*
      *>    (150 byte). 'H' header dosya tarihini, 'D' detay bir      <*
      *>    musterinin degisen alanlarini (bos = degismedi), 'T'      <*
      *>    trailer detay kayit sayisini tasir.                       <*
       FD  CRM-FILE RECORDING MODE F.
       01  CRM-REC.
           05 CRM-REC-TYPE        PIC X(01).
             88 CRM-HDR-TYPE               VALUE 'H'.
             88 CRM-DTL-TYPE               VALUE 'D'.
             88 CRM-TRL-TYPE               VALUE 'T'.
           05 CRM-CUST-ID         PIC X(05).
           05 CRM-CHG-DATE        PIC X(08).
           05 CRM-CHG-TIME        PIC X(06).
           05 CRM-FIRSTN          PIC X(15).
           05 CRM-LASTN           PIC X(15).
           05 CRM-ADDR1           PIC X(20).
           05 CRM-ADDR2           PIC X(20).
           05 CRM-CITY            PIC X(15).
           05 CRM-PHONE           PIC X(11).
           05 FILLER              PIC X(34).
       01  CRM-HDR-REC.
           05 FILLER              PIC X(01).
           05 CRM-HDR-DATE        PIC X(08).
           05 FILLER              PIC X(141).
       01  CRM-TRL-REC.
           05 FILLER              PIC X(01).
           05 CRM-TRL-COUNT       PIC X(07).
           05 FILLER              PIC X(142).
      *
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
      *>   INP-FILE ==> gunun transaction dosyasi (H/Z kontrol        <*
      *>    kayitlariyla); yalnizca kontrol kayitlari cozulur.        <*
       FD  INP-FILE RECORDING MODE F.
       01  INP-REC.
           05 PROC-TYPE            PIC X(01).
             88 HDR-TYPE                   VALUE 'H'.
             88 TRL-TYPE                   VALUE 'Z'.
           05 FILLER               PIC X(164).
       01  INP-TRL-REC.
           05 FILLER              PIC X(01).
           05 INP-TRL-COUNT       PIC 9(07).
           05 INP-TRL-HASH        PIC S9(15)V99.
           05 FILLER              PIC X(140).
      *
      *>   MRG-FILE ==> MAINPRG'in okuyacagi birlestirilmis dosya.    <*
      *>    GEN-REC uretilen 'M' kaydidir; alan duzeni MAINPRG'deki   <*
      *>    INP-REC ile birebir aynidir.                              <*
       FD  MRG-FILE RECORDING MODE F.
       01  MRG-REC                PIC X(165).
       01  GEN-REC.
           05 GEN-PROC-TYPE       PIC X(01).
           05 GEN-KEY.
             10 GEN-ID            PIC 9(05) COMP-3.
             10 GEN-DVZ           PIC 9(03) COMP.
           05 GEN-WRIT-DATA.
             10 GEN-FIRSTN        PIC X(15).
             10 GEN-LASTN         PIC X(15).
             10 GEN-JUL           PIC 9(07) COMP-3.
             10 GEN-AMOUNT        PIC S9(13)V99 COMP-3.
           05 GEN-BALN-DATA.
             10 GEN-ADJ-AMOUNT    PIC S9(13)V99 COMP-3.
           05 GEN-UPDT-DATA.
             10 GEN-UPDT-MODE     PIC X(01).
           05 GEN-TRAN-DATA.
             10 GEN-TRAN-ID       PIC 9(05) COMP-3.
             10 GEN-TRAN-DVZ      PIC 9(03) COMP.
           05 GEN-OVRD-IND        PIC X(01).
           05 GEN-APPR-ID         PIC X(05).
           05 GEN-MANT-DATA.
             10 GEN-MANT-ADDR1    PIC X(20).
             10 GEN-MANT-ADDR2    PIC X(20).
             10 GEN-MANT-CITY     PIC X(15).
             10 GEN-MANT-PHONE    PIC X(11).
             10 GEN-MANT-STATUS   PIC X(01).
           05 GEN-HOLD-DATA.
             10 GEN-HOLD-REASON   PIC X(03).
             10 GEN-HOLD-EXPIRY   PIC 9(08).
           05 GEN-SRC-REF.
             10 GEN-SRC-BRANCH    PIC X(04).
             10 GEN-SRC-LINE      PIC 9(07).
           05 GEN-EFF-DATE        PIC 9(08).
      *
      *>   REJ-FILE ==> reddedilen CRM kayitlari: neden kodu, kaynak  <*
      *>    referansi ve orijinal kayit (INPLOAD REJFILE duzeni).     <*
      *>    C01 gecersiz musteri no      C02 musteri IDX'te yok       <*
      *>    C03 isim degisikligi         C04 tum hesaplar kapali      <*
      *>    C05 degisen alan yok         C06 gecersiz tarih/saat      <*
      *>    C07 bilinmeyen kayit tipi                                 <*
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
           05 REJ-REASON          PIC X(03).
           05 FILLER              PIC X(01).
           05 REJ-SRC-REF.
             10 REJ-SRC-BRANCH    PIC X(04).
             10 REJ-SRC-LINE      PIC 9(07).
           05 FILLER              PIC X(01).
           05 REJ-LINE            PIC X(256).
      *
      *>   SORT-FILE ==> gecerli detaylar musteri + degisiklik        <*
      *>    tarih/saati + satir sirasinda; orijinal kayit red icin    <*
      *>    tasinir.                                                  <*
       SD  SORT-FILE.
       01  SRT-REC.
           05 SRT-ID              PIC 9(05).
           05 SRT-CHG-DATE        PIC 9(08).
           05 SRT-CHG-TIME        PIC 9(06).
           05 SRT-LINE            PIC 9(07).
           05 SRT-FIRSTN          PIC X(15).
           05 SRT-LASTN           PIC X(15).
           05 SRT-ADDR1           PIC X(20).
           05 SRT-ADDR2           PIC X(20).
           05 SRT-CITY            PIC X(15).
           05 SRT-PHONE           PIC X(11).
           05 SRT-IMAGE           PIC X(150).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 CRM-ST              PIC 9(02).
             88 CRM-EOF                    VALUE 10.
             88 CRM-SUCCESS                VALUE 00 97.
           05 IDX-ST              PIC 9(02).
             88 IDX-EOF                    VALUE 10.
             88 IDX-SUCCESS                VALUE 00 97.
           05 INP-ST              PIC 9(02).
             88 INP-EOF                    VALUE 10.
             88 INP-SUCCESS                VALUE 00 97.
           05 MRG-ST              PIC 9(02).
             88 MRG-SUCCESS                VALUE 00 97.
           05 REJ-ST              PIC 9(02).
             88 REJ-SUCCESS                VALUE 00 97.
           05 SRT-EOF-SW          PIC X(01) VALUE 'N'.
             88 SRT-EOF                    VALUE 'Y'.
           05 GENERATED-SW        PIC X(01) VALUE 'N'.
             88 GENERATE-DONE              VALUE 'Y'.
           05 CRM-HDR-SW          PIC X(01) VALUE 'N'.
             88 CRM-HDR-SEEN               VALUE 'Y'.
           05 CRM-TRL-SW          PIC X(01) VALUE 'N'.
             88 CRM-TRL-SEEN               VALUE 'Y'.
      *
              *>*> PARM: kaynak kodu (4) - kaynak referansinin ilk    <*<*
              *>*> yarisi; bossa 'CRM '.                              <*<*
       01  SYNC-PARM-AREA.
           05 SYNC-PARM           PIC X(04) VALUE SPACES.
           05 SRC-CODE            PIC X(04) VALUE 'CRM '.
      *
              *>*> Kayit dogrulama alanlari <*<*
       01  ROW-CTL.
           05 ROW-REASON          PIC X(03).
             88 ROW-ACCEPTED              VALUE SPACES.
           05 CRM-LINE-CNT        PIC 9(07) VALUE ZERO.
           05 TRL-COUNT-NUM       PIC 9(07) VALUE ZERO.
      *
              *>*> Bir musterinin birlestirilmis degisiklikleri; her  <*<*
              *>*> alan icin en son dolu deger.                       <*<*
       01  CUST-CHANGE.
           05 CUST-ID             PIC 9(05).
           05 CUST-LINE           PIC 9(07).
           05 CUST-IMAGE          PIC X(150).
           05 CUST-FIRSTN         PIC X(15).
           05 CUST-LASTN          PIC X(15).
           05 CUST-ADDR1          PIC X(20).
           05 CUST-ADDR2          PIC X(20).
           05 CUST-CITY           PIC X(15).
           05 CUST-PHONE          PIC X(11).
           05 CUST-NAME-SW        PIC X(01).
             88 CUST-NAME-CONFLICT         VALUE 'Y'.
           05 CUST-ACCT-CNT       PIC 9(03) COMP.
           05 CUST-OPEN-CNT       PIC 9(03) COMP.
      *
              *>*> Sayaclar: trailer uretilenlerin sayisi ile         <*<*
              *>*> duzeltilir; 'M' kayitlari tutar tasimadigindan     <*<*
              *>*> hash degismez.                                     <*<*
       01  SYNC-TOTALS.
           05 GENERATED-CNT       PIC 9(07) VALUE ZERO.
           05 CRM-DTL-CNT         PIC 9(07) COMP VALUE 0.
           05 CUSTOMER-CNT        PIC 9(07) COMP VALUE 0.
           05 INSYNC-CNT          PIC 9(07) COMP VALUE 0.
           05 CLOSED-SKIP-CNT     PIC 9(07) COMP VALUE 0.
           05 REJECTED-CNT        PIC 9(07) COMP VALUE 0.
           05 DAY-DETAIL-CNT      PIC 9(07) COMP VALUE 0.
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           ACCEPT SYNC-PARM FROM COMMAND-LINE
           IF SYNC-PARM IS NOT EQUAL TO SPACES
             MOVE SYNC-PARM TO SRC-CODE
           END-IF
           DISPLAY 'CRMSYNC - SOURCE CODE: ' SRC-CODE
           PERFORM FILE-OPEN-CONTROL
           SORT SORT-FILE
             ON ASCENDING KEY SRT-ID SRT-CHG-DATE SRT-CHG-TIME SRT-LINE
             INPUT PROCEDURE  IS LOAD-CRM-CHANGES
             OUTPUT PROCEDURE IS MERGE-DAY-FILE
           PERFORM PROGRAM-EXIT.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FILE-OPEN-CONTROL.
           OPEN INPUT  CRM-FILE
           OPEN INPUT  IDX-FILE
           OPEN INPUT  INP-FILE
           OPEN OUTPUT MRG-FILE
           OPEN OUTPUT REJ-FILE
           IF (NOT CRM-SUCCESS OR NOT IDX-SUCCESS OR NOT INP-SUCCESS
               OR NOT MRG-SUCCESS OR NOT REJ-SUCCESS)
            DISPLAY 'CRMSYNC - FILE CANNOT OPEN'
            DISPLAY 'CRM-ST: ' CRM-ST
            DISPLAY 'IDX-ST: ' IDX-ST
            DISPLAY 'INP-ST: ' INP-ST
            DISPLAY 'MRG-ST: ' MRG-ST
            DISPLAY 'REJ-ST: ' REJ-ST
            MOVE 99 TO RETURN-CODE
            STOP RUN
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   CRM dosyasi okunur; gecerli detaylar SORT'a verilir,       <*
      *>    gecersizler hemen reddedilir. Header ya da trailer        <*
      *>    yoksa veya trailer sayisi okunan detay sayisini           <*
      *>    tutmuyorsa dosya eksik gelmistir: hicbir bakim            <*
      *>    uretilmeden run durdurulur (swap adimi calismaz).         <*
      *----------------------------------------------------------------*
       LOAD-CRM-CHANGES.
           READ CRM-FILE
           PERFORM UNTIL CRM-EOF
             ADD 1 TO CRM-LINE-CNT
             EVALUATE TRUE
             WHEN CRM-HDR-TYPE
               SET CRM-HDR-SEEN TO TRUE
               DISPLAY 'CRMSYNC - CRM FILE DATE: ' CRM-HDR-DATE
             WHEN CRM-TRL-TYPE
               SET CRM-TRL-SEEN TO TRUE
               IF CRM-TRL-COUNT IS NUMERIC
                 MOVE CRM-TRL-COUNT TO TRL-COUNT-NUM
               END-IF
             WHEN CRM-DTL-TYPE
               ADD 1 TO CRM-DTL-CNT
               PERFORM VALIDATE-CRM-DETAIL
               IF ROW-ACCEPTED
                 PERFORM RELEASE-CRM-DETAIL
               ELSE
                 MOVE CRM-LINE-CNT TO CUST-LINE
                 MOVE CRM-REC      TO CUST-IMAGE
                 PERFORM WRITE-CRM-REJECT
               END-IF
             WHEN OTHER
               MOVE 'C07' TO ROW-REASON
               MOVE CRM-LINE-CNT TO CUST-LINE
               MOVE CRM-REC      TO CUST-IMAGE
               PERFORM WRITE-CRM-REJECT
             END-EVALUATE
             READ CRM-FILE
           END-PERFORM
           IF NOT CRM-HDR-SEEN OR NOT CRM-TRL-SEEN
             DISPLAY 'CRMSYNC - CRM FILE HEADER/TRAILER MISSING'
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           IF TRL-COUNT-NUM IS NOT EQUAL TO CRM-DTL-CNT
             DISPLAY 'CRMSYNC - CRM TRAILER COUNT: ' CRM-TRL-COUNT
                     ' DETAILS READ: ' CRM-DTL-CNT
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           CLOSE CRM-FILE.
       LOAD-CRM-CHANGES-END. EXIT.
      *----
      *----------------------------------------------------------------*
       VALIDATE-CRM-DETAIL.
           MOVE SPACES TO ROW-REASON
           EVALUATE TRUE
           WHEN CRM-CUST-ID IS NOT NUMERIC
             MOVE 'C01' TO ROW-REASON
           WHEN CRM-CHG-DATE IS NOT NUMERIC
             OR CRM-CHG-TIME IS NOT NUMERIC
             MOVE 'C06' TO ROW-REASON
           WHEN CRM-FIRSTN IS EQUAL TO SPACES
             AND CRM-LASTN IS EQUAL TO SPACES
             AND CRM-ADDR1 IS EQUAL TO SPACES
             AND CRM-ADDR2 IS EQUAL TO SPACES
             AND CRM-CITY  IS EQUAL TO SPACES
             AND CRM-PHONE IS EQUAL TO SPACES
             MOVE 'C05' TO ROW-REASON
           WHEN OTHER
             CONTINUE
           END-EVALUATE.
       VALIDATE-CRM-DETAIL-END. EXIT.
      *----
      *----------------------------------------------------------------*
       RELEASE-CRM-DETAIL.
           MOVE CRM-CUST-ID  TO SRT-ID
           MOVE CRM-CHG-DATE TO SRT-CHG-DATE
           MOVE CRM-CHG-TIME TO SRT-CHG-TIME
           MOVE CRM-LINE-CNT TO SRT-LINE
           MOVE CRM-FIRSTN   TO SRT-FIRSTN
           MOVE CRM-LASTN    TO SRT-LASTN
           MOVE CRM-ADDR1    TO SRT-ADDR1
           MOVE CRM-ADDR2    TO SRT-ADDR2
           MOVE CRM-CITY     TO SRT-CITY
           MOVE CRM-PHONE    TO SRT-PHONE
           MOVE CRM-REC      TO SRT-IMAGE
           RELEASE SRT-REC.
       RELEASE-CRM-DETAIL-END. EXIT.
      *----
      *----------------------------------------------------------------*
       WRITE-CRM-REJECT.
           ADD 1 TO REJECTED-CNT
           MOVE SPACES       TO REJ-REC
           MOVE ROW-REASON   TO REJ-REASON
           MOVE SRC-CODE     TO REJ-SRC-BRANCH
           MOVE CUST-LINE    TO REJ-SRC-LINE
           MOVE CUST-IMAGE   TO REJ-LINE
           WRITE REJ-REC.
       WRITE-CRM-REJECT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Gunun dosyasi kopyalanir: header'dan hemen sonra uretilen  <*
      *>    'M' kayitlari araya girer, trailer duzeltilmis kayit      <*
      *>    sayisiyla yazilir. Header'i olmayan bozuk bir dosyada     <*
      *>    uretilenler sona eklenir - MAINPRG'in batch-control'u     <*
      *>    dosyayi zaten reddedecektir.                              <*
      *----------------------------------------------------------------*
       MERGE-DAY-FILE.
           READ INP-FILE
           PERFORM UNTIL INP-EOF
            EVALUATE TRUE
            WHEN HDR-TYPE
              WRITE MRG-REC FROM INP-REC
              PERFORM GENERATE-CRM-MAINT
            WHEN TRL-TYPE
              ADD GENERATED-CNT TO INP-TRL-COUNT
              WRITE MRG-REC FROM INP-TRL-REC
            WHEN OTHER
              ADD 1 TO DAY-DETAIL-CNT
              WRITE MRG-REC FROM INP-REC
            END-EVALUATE
            READ INP-FILE
           END-PERFORM
           IF NOT GENERATE-DONE
             PERFORM GENERATE-CRM-MAINT
           END-IF.
       MERGE-DAY-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Siralanmis CRM degisiklikleri ile IDX-FILE anahtar         <*
      *>    sirasinda eslestirilir (match-merge): IDX anahtari        <*
      *>    ID + DVZ oldugundan bir musterinin tum doviz hesaplari    <*
      *>    art arda gelir.                                           <*
      *----------------------------------------------------------------*
       GENERATE-CRM-MAINT.
           SET GENERATE-DONE TO TRUE
           PERFORM READ-NEXT-IDX
           PERFORM RETURN-NEXT-CHANGE
           PERFORM SYNC-ONE-CUSTOMER
             UNTIL SRT-EOF.
       GENERATE-CRM-MAINT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       RETURN-NEXT-CHANGE.
           RETURN SORT-FILE
             AT END SET SRT-EOF TO TRUE
           END-RETURN.
       RETURN-NEXT-CHANGE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       READ-NEXT-IDX.
           READ IDX-FILE NEXT RECORD
           IF NOT IDX-SUCCESS AND NOT IDX-EOF
             DISPLAY 'CRMSYNC - IDXFILE READ ERROR: ' IDX-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF.
       READ-NEXT-IDX-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Bir musterinin tum CRM kayitlari birlestirilir, ardindan   <*
      *>    IDX'teki hesaplari tek tek karsilastirilir. Hesabi        <*
      *>    olmayan (C02), tum hesaplari kapali (C04) ya da ismi      <*
      *>    degisen (C03) musteri son CRM kaydiyla reddedilir.        <*
      *----------------------------------------------------------------*
       SYNC-ONE-CUSTOMER.
           ADD 1 TO CUSTOMER-CNT
           MOVE SPACES        TO CUST-CHANGE
           MOVE SRT-ID        TO CUST-ID
           MOVE 'N'           TO CUST-NAME-SW
           MOVE 0             TO CUST-ACCT-CNT
           MOVE 0             TO CUST-OPEN-CNT
           PERFORM MERGE-CUSTOMER-CHANGE
             UNTIL SRT-EOF OR SRT-ID IS NOT EQUAL TO CUST-ID
           PERFORM READ-NEXT-IDX
             UNTIL IDX-EOF OR IDX-ID IS NOT LESS THAN CUST-ID
           PERFORM SYNC-ONE-ACCOUNT
             UNTIL IDX-EOF OR IDX-ID IS NOT EQUAL TO CUST-ID
           EVALUATE TRUE
           WHEN CUST-ACCT-CNT IS EQUAL TO 0
             MOVE 'C02' TO ROW-REASON
             PERFORM WRITE-CRM-REJECT
           WHEN CUST-OPEN-CNT IS EQUAL TO 0
             MOVE 'C04' TO ROW-REASON
             PERFORM WRITE-CRM-REJECT
           WHEN CUST-NAME-CONFLICT
             MOVE 'C03' TO ROW-REASON
             PERFORM WRITE-CRM-REJECT
           WHEN OTHER
             CONTINUE
           END-EVALUATE.
       SYNC-ONE-CUSTOMER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Sonraki kayitta dolu olan her alan oncekinin yerine        <*
      *>    gecer; ayni musteri icin iki farkli isim gelmesi isim     <*
      *>    catismasidir.                                             <*
      *----------------------------------------------------------------*
       MERGE-CUSTOMER-CHANGE.
           IF SRT-FIRSTN IS NOT EQUAL TO SPACES
             IF CUST-FIRSTN IS NOT EQUAL TO SPACES
               AND CUST-FIRSTN IS NOT EQUAL TO SRT-FIRSTN
               SET CUST-NAME-CONFLICT TO TRUE
             END-IF
             MOVE SRT-FIRSTN TO CUST-FIRSTN
           END-IF
           IF SRT-LASTN IS NOT EQUAL TO SPACES
             IF CUST-LASTN IS NOT EQUAL TO SPACES
               AND CUST-LASTN IS NOT EQUAL TO SRT-LASTN
               SET CUST-NAME-CONFLICT TO TRUE
             END-IF
             MOVE SRT-LASTN TO CUST-LASTN
           END-IF
           IF SRT-ADDR1 IS NOT EQUAL TO SPACES
             MOVE SRT-ADDR1 TO CUST-ADDR1
           END-IF
           IF SRT-ADDR2 IS NOT EQUAL TO SPACES
             MOVE SRT-ADDR2 TO CUST-ADDR2
           END-IF
           IF SRT-CITY IS NOT EQUAL TO SPACES
             MOVE SRT-CITY TO CUST-CITY
           END-IF
           IF SRT-PHONE IS NOT EQUAL TO SPACES
             MOVE SRT-PHONE TO CUST-PHONE
           END-IF
           MOVE SRT-LINE  TO CUST-LINE
           MOVE SRT-IMAGE TO CUST-IMAGE
           PERFORM RETURN-NEXT-CHANGE.
       MERGE-CUSTOMER-CHANGE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Kapali hesaplar atlanir. Acik hesapta CRM'in verdigi       <*
      *>    isim IDX'tekinden farkliysa isim catismasi isaretlenir;   <*
      *>    adres/telefon alanlarindan yalnizca farkli olanlar 'M'    <*
      *>    kaydina konur. Hicbiri farkli degilse kayit uretilmez.    <*
      *----------------------------------------------------------------*
       SYNC-ONE-ACCOUNT.
           ADD 1 TO CUST-ACCT-CNT
           IF IDX-STS-CLOSED
             ADD 1 TO CLOSED-SKIP-CNT
           ELSE
             ADD 1 TO CUST-OPEN-CNT
             IF (CUST-FIRSTN IS NOT EQUAL TO SPACES
                 AND CUST-FIRSTN IS NOT EQUAL TO IDX-FIRSTN)
               OR (CUST-LASTN IS NOT EQUAL TO SPACES
                 AND CUST-LASTN IS NOT EQUAL TO IDX-LASTN)
               SET CUST-NAME-CONFLICT TO TRUE
             END-IF
             MOVE SPACES TO GEN-REC
             IF CUST-ADDR1 IS NOT EQUAL TO SPACES
               AND CUST-ADDR1 IS NOT EQUAL TO IDX-ADDR1
               MOVE CUST-ADDR1 TO GEN-MANT-ADDR1
             END-IF
             IF CUST-ADDR2 IS NOT EQUAL TO SPACES
               AND CUST-ADDR2 IS NOT EQUAL TO IDX-ADDR2
               MOVE CUST-ADDR2 TO GEN-MANT-ADDR2
             END-IF
             IF CUST-CITY IS NOT EQUAL TO SPACES
               AND CUST-CITY IS NOT EQUAL TO IDX-CITY
               MOVE CUST-CITY TO GEN-MANT-CITY
             END-IF
             IF CUST-PHONE IS NOT EQUAL TO SPACES
               AND CUST-PHONE IS NOT EQUAL TO IDX-PHONE
               MOVE CUST-PHONE TO GEN-MANT-PHONE
             END-IF
             IF GEN-MANT-DATA IS EQUAL TO SPACES
               ADD 1 TO INSYNC-CNT
             ELSE
               PERFORM WRITE-MAINT-RECORD
             END-IF
           END-IF
           PERFORM READ-NEXT-IDX.
       SYNC-ONE-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       WRITE-MAINT-RECORD.
           MOVE 'M'          TO GEN-PROC-TYPE
           MOVE IDX-ID       TO GEN-ID
           MOVE IDX-DVZ      TO GEN-DVZ
           MOVE ZERO         TO GEN-JUL
           MOVE ZERO         TO GEN-AMOUNT
           MOVE ZERO         TO GEN-ADJ-AMOUNT
           MOVE ZERO         TO GEN-TRAN-ID
           MOVE ZERO         TO GEN-TRAN-DVZ
           MOVE ZERO         TO GEN-HOLD-EXPIRY
           MOVE SRC-CODE     TO GEN-SRC-BRANCH
           MOVE CUST-LINE    TO GEN-SRC-LINE
           MOVE ZERO         TO GEN-EFF-DATE
           WRITE GEN-REC
           ADD 1 TO GENERATED-CNT.
       WRITE-MAINT-RECORD-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PROGRAM-EXIT.
           CLOSE IDX-FILE
           CLOSE INP-FILE
           CLOSE MRG-FILE
           CLOSE REJ-FILE
           DISPLAY 'CRMSYNC - DAY DETAIL RECORDS   : ' DAY-DETAIL-CNT
           DISPLAY 'CRMSYNC - CRM DETAIL RECORDS   : ' CRM-DTL-CNT
           DISPLAY 'CRMSYNC - CRM CUSTOMERS        : ' CUSTOMER-CNT
           DISPLAY 'CRMSYNC - MAINT RECORDS BUILT  : ' GENERATED-CNT
           DISPLAY 'CRMSYNC - ACCOUNTS IN SYNC     : ' INSYNC-CNT
           DISPLAY 'CRMSYNC - CLOSED ACCTS SKIPPED : ' CLOSED-SKIP-CNT
           DISPLAY 'CRMSYNC - CRM RECORDS REJECTED : ' REJECTED-CNT
           IF REJECTED-CNT IS GREATER THAN 0
             MOVE 04 TO RETURN-CODE
           ELSE
             MOVE 00 TO RETURN-CODE
           END-IF
           STOP RUN.
       PROGRAM-EXIT-END. EXIT.
