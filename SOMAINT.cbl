      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   SOMAINT ==> duzenli odeme talimati (standing order) bakim   <*
      *>    programi. Subeler talimat ekleme/degistirme/iptal/askiya   <*
      *>    alma/yeniden baslatma isteklerini INPLOAD ile ayni sekilde <*
      *>    virgulle ayrilmis (delimited) dosyayla gonderir; her satir <*
      *>    dogrulanip SOMAST'a uygulanir, hatali satirlar neden       <*
      *>    koduyla SOREJ'e yazilip subeye geri gonderilir; uygulanan  <*
      *>    satirlar atanan sira no'su ile SOMRPT'de listelenir.       <*
      *>   Alan sirasi (virgulle ayrilmis):                            <*
      *>    ACTION,DR-ID,DR-DVZ,SEQ,CR-ID,CR-DVZ,AMOUNT,FREQ,DAY,      <*
      *>    START,END,COUNT,REF                                        <*
      *>   ACTION: A ekle, C degistir, D iptal, S askiya al,           <*
      *>    R yeniden baslat.                                          <*
      *>    A  : SEQ bos ise hesabin bir sonraki sira no'su atanir.    <*
      *>         FREQ W (haftalik), M (aylik, baslangic gununde),      <*
      *>         D (aylik, DAY gununde; 31 = ayin son gunu). END bos   <*
      *>         = suresiz, COUNT bos = sinirsiz.                      <*
      *>    C  : dolu gelen CR-ID/CR-DVZ, AMOUNT, END, COUNT, REF      <*
      *>         alanlari degistirilir; takvim (FREQ/DAY/START)        <*
      *>         degistirilemez - iptal edilip yeniden eklenir.        <*
      *>    D  : talimat 'C' (iptal) olur; kayit tarihce icin kalir.   <*
      *>    S/R: askiya alma / yeniden baslatma. R kacirilan odeme     <*
      *>         sayacini sifirlar ve vadeyi is gunune gore yeniden    <*
      *>         hesaplar (askidaki donemler geriye donuk odenmez).    <*
      *>   Hesaplarin varligi ve kapali olmadigi IDX-FILE'dan kontrol  <*
      *>    edilir; bakiye/limit kontrolu odeme gecesi MAINPRG'dedir.  <*
      *>   PARM: sube kodu (4) - SO-BRANCH'e ve red kaydina yazilir.   <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                SOMAINT.
       AUTHOR.                    AYSU ONER.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.             15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-FILE        ASSIGN TO  SOMNTIN
                                  STATUS     CSV-ST.
           SELECT SO-FILE         ASSIGN TO  SOMAST
                                  ORGANIZATION INDEXED
                                  ACCESS     DYNAMIC
                                  RECORD KEY SO-KEY
                                  STATUS     SO-ST.
           SELECT IDX-FILE        ASSIGN TO  IDXFILE
                                  ORGANIZATION INDEXED
                                  ACCESS     RANDOM
                                  RECORD KEY IDX-KEY
                                  STATUS     IDX-ST.
           SELECT REJ-FILE        ASSIGN TO  SOREJ
                                  STATUS     REJ-ST.
           SELECT RPT-FILE        ASSIGN TO  SOMRPT
                                  STATUS     RPT-ST.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *>   CSV-FILE ==> subeden gelen delimited bakim dosyasi.        <*
       FD  CSV-FILE RECORDING MODE F.
       01  CSV-REC.
           05 CSV-LINE            PIC X(256).
      *
      *>   SO-FILE ==> duzenli odeme talimatlari (KSDS, 120 byte);    <*
      *>    alan duzeni SOGEN'deki SO-REC ile birebir aynidir.        <*
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
             88 SO-FREQ-WEEKLY             VALUE 'W'.
             88 SO-FREQ-MONTHLY            VALUE 'M'.
             88 SO-FREQ-DAY-OF-MONTH       VALUE 'D'.
           05 SO-DAY              PIC 9(02).
           05 SO-START-DATE       PIC 9(08).
           05 SO-END-DATE         PIC 9(08).
           05 SO-REMAIN-CNT       PIC 9(04).
           05 SO-NEXT-DATE        PIC 9(08).
           05 SO-STATUS           PIC X(01).
             88 SO-STS-ACTIVE              VALUE 'A'.
             88 SO-STS-SUSPENDED           VALUE 'S'.
             88 SO-STS-ENDED               VALUE 'E'.
             88 SO-STS-CANCELLED           VALUE 'C'.
           05 SO-MISS-CNT         PIC 9(02).
           05 SO-LAST-GEN-DATE    PIC 9(08).
           05 SO-LAST-RSLT-DATE   PIC 9(08).
           05 SO-LAST-RC          PIC 9(02).
           05 SO-BRANCH           PIC X(04).
           05 SO-REF              PIC X(16).
           05 FILLER              PIC X(14).
      *
      *>   IDX-FILE ==> musteri ana dosyasi; yalnizca anahtar ve      <*
      *>    hesap durumu kullanilir.                                  <*
       FD  IDX-FILE.
       01  IDX-REC.
           05 IDX-KEY.
             10  IDX-ID            PIC 9(05)    COMP-3.
             10  IDX-DVZ           PIC 9(03)    COMP.
           05 IDX-FIRSTN           PIC X(15).
           05 IDX-LASTN            PIC X(15).
           05 IDX-JUL              PIC 9(07)    COMP-3.
           05 IDX-AMOUNT           PIC S9(13)V99 COMP-3.
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
      *>   REJ-FILE ==> reddedilen satirlar: neden kodu + orijinal    <*
      *>                satir (INPLOAD'un REJFILE'i ile ayni duzen).  <*
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
      *>   RPT-FILE ==> uygulanan bakim islemleri listesi.            <*
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           05 RPT-LINE             PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 CSV-ST              PIC 9(02).
             88 CSV-EOF                    VALUE 10.
             88 CSV-SUCCESS                VALUE 00 97.
           05 SO-ST               PIC 9(02).
             88 SO-EOF                     VALUE 10.
             88 SO-SUCCESS                 VALUE 00 97.
             88 SO-NOTFND                  VALUE 23.
           05 IDX-ST              PIC 9(02).
             88 IDX-SUCCESS                VALUE 00 97.
           05 REJ-ST              PIC 9(02).
             88 REJ-SUCCESS                VALUE 00 97.
           05 RPT-ST              PIC 9(02).
             88 RPT-SUCCESS                VALUE 00 97.
      *
              *>*> PARM'dan gelen sube kodu (4); bossa talimatlar    <*<*
              *>*> sahipsiz kalacagi icin run durdurulur.            <*<*
       01  MAINT-PARM-AREA.
           05 BRANCH-PARM         PIC X(04) VALUE SPACES.
           05 CSV-LINE-CNT        PIC 9(07) VALUE ZERO.
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
              *>*> UNSTRING ile cozulen ham alanlar <*<*
       01  FIELD-AREA.
           05 FLD-ACTION          PIC X(01).
             88 FLD-ACT-VALID             VALUE 'A' 'C' 'D' 'S' 'R'.
             88 FLD-ACT-ADD               VALUE 'A'.
             88 FLD-ACT-CHANGE            VALUE 'C'.
             88 FLD-ACT-CANCEL            VALUE 'D'.
             88 FLD-ACT-SUSPEND           VALUE 'S'.
             88 FLD-ACT-RESUME            VALUE 'R'.
           05 FLD-DR-ID           PIC X(05).
           05 FLD-DR-DVZ          PIC X(03).
           05 FLD-SEQ             PIC X(03).
           05 FLD-CR-ID           PIC X(05).
           05 FLD-CR-DVZ          PIC X(03).
           05 FLD-AMOUNT          PIC X(20).
           05 FLD-FREQ            PIC X(01).
             88 FLD-FREQ-VALID            VALUE 'W' 'M' 'D'.
           05 FLD-DAY             PIC X(02).
           05 FLD-START           PIC X(08).
           05 FLD-END             PIC X(08).
           05 FLD-COUNT           PIC X(04).
           05 FLD-REF             PIC X(16).
      *
              *>*> Satir dogrulama kontrol degiskenleri <*<*
       01  ROW-CTL.
           05 ROW-REASON          PIC X(03).
             88 ROW-ACCEPTED              VALUE SPACES.
           05 ROW-DR-ID-NUM       PIC 9(05).
           05 ROW-DR-DVZ-NUM      PIC 9(03).
           05 ROW-SEQ-NUM         PIC 9(03).
           05 ROW-CR-ID-NUM       PIC 9(05).
           05 ROW-CR-DVZ-NUM      PIC 9(03).
           05 ROW-DAY-NUM         PIC 9(02).
           05 ROW-START-NUM       PIC 9(08).
           05 ROW-END-NUM         PIC 9(08).
           05 ROW-COUNT-NUM       PIC 9(04).
           05 ROW-AMT-VALUE       PIC S9(13)V99 COMP-3.
           05 ROW-CR-GIVEN-SW     PIC X(01).
             88 ROW-CR-GIVEN              VALUE 'Y'.
           05 ROW-CHK-ID          PIC 9(05).
           05 ROW-CHK-DVZ         PIC 9(03).
           05 ROW-DATE-TEXT       PIC X(08).
           05 ROW-DATE-ERR-SW     PIC X(01).
             88 ROW-DATE-ERROR            VALUE 'Y'.
           05 ROW-FROM-DATE       PIC 9(08).
           05 ROW-MAX-SEQ         PIC 9(03).
           05 ROW-BROWSE-SW       PIC X(01).
             88 ROW-BROWSE-END            VALUE 'Y'.
           05 ROW-ACT-TEXT        PIC X(09).
      *
              *>*> Metin tutar -> COMP-3 cevrim degiskenleri <*<*
       01  AMT-CONVERT-AREA.
           05 AMT-TEXT            PIC X(20).
           05 AMT-VALUE           PIC S9(13)V99 COMP-3.
           05 AMT-ERR-SW          PIC X(01).
             88 AMT-ERROR                 VALUE 'Y'.
           05 AMT-NEG-SW          PIC X(01).
             88 AMT-NEGATIVE              VALUE 'Y'.
           05 AMT-INT-PART        PIC 9(13).
           05 AMT-DEC-PART        PIC 9(02).
           05 AMT-DEC-DIGITS      PIC 9(01).
           05 AMT-SUB             PIC 9(02) COMP.
           05 AMT-CHR             PIC X(01).
           05 AMT-DIGIT           PIC 9(01).
           05 AMT-DOT-SW          PIC X(01).
             88 AMT-AFTER-DOT             VALUE 'Y'.
           05 AMT-DIGIT-CNT       PIC 9(02) COMP.
      *
              *>*> Vade tarihi hesap alanlari: YYYYMMDD parcalari,    <*<*
              *>*> ay uzunluklari ve artik yil kontrolu (SOGEN ile    <*<*
              *>*> ayni kurallar).                                    <*<*
       01  DATE-WORK.
           05 DT-DATE             PIC 9(08).
           05 DT-DATE-R REDEFINES DT-DATE.
             10 DT-YYYY           PIC 9(04).
             10 DT-MM             PIC 9(02).
             10 DT-DD             PIC 9(02).
           05 DT-MAX-DD           PIC 9(02).
           05 DT-LEAP-QUOT        PIC 9(04).
           05 DT-LEAP-R4          PIC 9(03).
           05 DT-LEAP-R100        PIC 9(03).
           05 DT-LEAP-R400        PIC 9(03).
       01  MONTH-DAYS-AREA.
           05 FILLER              PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TBL REDEFINES MONTH-DAYS-AREA.
           05 MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
      *
              *>*> Bakim sayaclari ve rapor alanlari <*<*
       01  MAINT-TOTALS.
           05 ROWS-READ-CNT       PIC 9(07) COMP VALUE 0.
           05 ROWS-GOOD-CNT       PIC 9(07) COMP VALUE 0.
           05 ROWS-REJ-CNT        PIC 9(07) COMP VALUE 0.
           05 RPT-LINE-D          PIC 9(07).
           05 RPT-AMT-D           PIC -(12)9.99.
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           ACCEPT BRANCH-PARM FROM COMMAND-LINE
           IF BRANCH-PARM IS EQUAL TO SPACES
             DISPLAY 'SOMAINT - NO BRANCH CODE GIVEN IN PARM'
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM CALC-BUSINESS-DATE
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-CSV-ROWS
           PERFORM PROGRAM-EXIT.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CALC-BUSINESS-DATE.
           MOVE ZERO TO BC-IN-DATE
           CALL 'BCDATE' USING BC-DATA
           MOVE BC-BUS-DATE TO BUS-DATE-NUM
           IF BC-OUT-RC IS EQUAL TO 04
             DISPLAY 'SOMAINT - CALFILE NOT AVAILABLE - WEEKENDS ONLY'
           END-IF
           DISPLAY 'SOMAINT - BUSINESS DATE: ' BUS-DATE-NUM.
       CALC-BUSINESS-DATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FILE-OPEN-CONTROL.
           OPEN INPUT  CSV-FILE
           OPEN I-O    SO-FILE
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT REJ-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT CSV-SUCCESS OR NOT SO-SUCCESS OR NOT IDX-SUCCESS
               OR NOT REJ-SUCCESS OR NOT RPT-SUCCESS)
            DISPLAY 'SOMAINT - FILE CANNOT OPEN'
            DISPLAY 'CSV-ST: ' CSV-ST
            DISPLAY 'SO-ST : ' SO-ST
            DISPLAY 'IDX-ST: ' IDX-ST
            DISPLAY 'REJ-ST: ' REJ-ST
            DISPLAY 'RPT-ST: ' RPT-ST
            MOVE 99 TO RETURN-CODE
            STOP RUN
           END-IF
           MOVE SPACES TO RPT-REC
           STRING 'SOMAINT - STANDING ORDER MAINTENANCE - BRANCH '
                    DELIMITED BY SIZE
                  BRANCH-PARM DELIMITED BY SIZE
                  ' - BUSINESS DATE ' DELIMITED BY SIZE
                  BUS-DATE-NUM DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   CSV-LINE-CNT her fiziksel satirda artar (bos satirlar       <*
      *>    dahil) ki red kaydi subenin dosyasindaki satira baglansin. <*
       LOAD-CSV-ROWS.
           READ CSV-FILE
           PERFORM UNTIL CSV-EOF
            ADD 1 TO CSV-LINE-CNT
            IF CSV-LINE IS NOT EQUAL TO SPACES
              ADD 1 TO ROWS-READ-CNT
              PERFORM APPLY-ONE-ROW
            END-IF
            READ CSV-FILE
           END-PERFORM.
       LOAD-CSV-ROWS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Tek bir bakim satiri cozulur, dogrulanir ve SOMAST'a       <*
      *>    uygulanir; hatali satir neden koduyla SOREJ'e duser.      <*
      *----------------------------------------------------------------*
       APPLY-ONE-ROW.
           INITIALIZE FIELD-AREA
           MOVE SPACES TO ROW-REASON
           UNSTRING CSV-LINE DELIMITED BY ','
             INTO FLD-ACTION FLD-DR-ID FLD-DR-DVZ FLD-SEQ
                  FLD-CR-ID FLD-CR-DVZ FLD-AMOUNT FLD-FREQ FLD-DAY
                  FLD-START FLD-END FLD-COUNT FLD-REF
             ON OVERFLOW
               MOVE 'S11' TO ROW-REASON
           END-UNSTRING
           IF ROW-ACCEPTED
             IF NOT FLD-ACT-VALID
               MOVE 'S01' TO ROW-REASON
             END-IF
           END-IF
           IF ROW-ACCEPTED
             PERFORM VALIDATE-ROW-KEY
           END-IF
           IF ROW-ACCEPTED
             EVALUATE TRUE
             WHEN FLD-ACT-ADD
               PERFORM ADD-STANDING-ORDER
             WHEN FLD-ACT-CHANGE
               PERFORM CHANGE-STANDING-ORDER
             WHEN OTHER
               PERFORM SET-ORDER-STATUS
             END-EVALUATE
           END-IF
           IF ROW-ACCEPTED
             ADD 1 TO ROWS-GOOD-CNT
             PERFORM PRNT-APPLIED-LINE
           ELSE
             ADD 1 TO ROWS-REJ-CNT
             MOVE SPACES TO REJ-REC
             MOVE ROW-REASON   TO REJ-REASON
             MOVE BRANCH-PARM  TO REJ-SRC-BRANCH
             MOVE CSV-LINE-CNT TO REJ-SRC-LINE
             MOVE CSV-LINE     TO REJ-LINE
             WRITE REJ-REC
           END-IF.
       APPLY-ONE-ROW-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Neden kodlari: S01 islem kodu, S02 borclu hesap, S03 sira  <*
      *>    no, S04 alacakli hesap, S05 tutar, S06 siklik, S07 gun,   <*
      *>    S08 baslangic tarihi, S09 bitis tarihi, S10 odeme sayisi, <*
      *>    S11 fazla alan, S12 talimat zaten var, S13 talimat yok,   <*
      *>    S14 borclu hesap yok/kapali, S15 alacakli hesap           <*
      *>    yok/kapali, S16 talimat durumu islemi kabul etmiyor,      <*
      *>    S17 borclu ve alacakli ayni hesap, S18 hesabin sira no'su <*
      *>    doldu, S19 degisiklikte takvim alani dolu.                <*
      *----------------------------------------------------------------*
       VALIDATE-ROW-KEY.
           IF FLD-DR-ID IS NUMERIC
             AND FLD-DR-ID IS NOT EQUAL TO '00000'
             AND FLD-DR-DVZ IS NUMERIC
             AND FLD-DR-DVZ IS NOT EQUAL TO '000'
             MOVE FLD-DR-ID  TO ROW-DR-ID-NUM
             MOVE FLD-DR-DVZ TO ROW-DR-DVZ-NUM
           ELSE
             MOVE 'S02' TO ROW-REASON
           END-IF
           IF ROW-ACCEPTED
             IF FLD-SEQ IS EQUAL TO SPACES AND FLD-ACT-ADD
               MOVE ZERO TO ROW-SEQ-NUM
             ELSE
               IF FLD-SEQ IS NUMERIC
                 AND FLD-SEQ IS NOT EQUAL TO '000'
                 MOVE FLD-SEQ TO ROW-SEQ-NUM
               ELSE
                 MOVE 'S03' TO ROW-REASON
               END-IF
             END-IF
           END-IF.
       VALIDATE-ROW-KEY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Alacakli hesap, tutar, bitis tarihi ve sayi alanlari; ekle  <*
      *>    isleminde alacakli hesap ve tutar zorunludur, degisiklikte <*
      *>    yalnizca dolu gelenler dogrulanir.                         <*
      *----------------------------------------------------------------*
       VALIDATE-ROW-TERMS.
           MOVE 'N' TO ROW-CR-GIVEN-SW
           IF FLD-CR-ID IS NOT EQUAL TO SPACES
             OR FLD-CR-DVZ IS NOT EQUAL TO SPACES
             OR FLD-ACT-ADD
             IF FLD-CR-ID IS NUMERIC
               AND FLD-CR-ID IS NOT EQUAL TO '00000'
               AND FLD-CR-DVZ IS NUMERIC
               AND FLD-CR-DVZ IS NOT EQUAL TO '000'
               MOVE FLD-CR-ID  TO ROW-CR-ID-NUM
               MOVE FLD-CR-DVZ TO ROW-CR-DVZ-NUM
               SET ROW-CR-GIVEN TO TRUE
             ELSE
               MOVE 'S04' TO ROW-REASON
             END-IF
           END-IF
           IF ROW-ACCEPTED AND ROW-CR-GIVEN
             IF ROW-CR-ID-NUM IS EQUAL TO ROW-DR-ID-NUM
               AND ROW-CR-DVZ-NUM IS EQUAL TO ROW-DR-DVZ-NUM
               MOVE 'S17' TO ROW-REASON
             END-IF
           END-IF
           IF ROW-ACCEPTED
             IF FLD-AMOUNT IS NOT EQUAL TO SPACES OR FLD-ACT-ADD
               MOVE FLD-AMOUNT TO AMT-TEXT
               PERFORM CONVERT-AMOUNT
               IF AMT-ERROR OR AMT-VALUE IS NOT GREATER THAN ZERO
                 MOVE 'S05' TO ROW-REASON
               ELSE
                 MOVE AMT-VALUE TO ROW-AMT-VALUE
               END-IF
             END-IF
           END-IF
           IF ROW-ACCEPTED
             IF FLD-END IS EQUAL TO SPACES
               MOVE ZERO TO ROW-END-NUM
             ELSE
               MOVE FLD-END TO ROW-DATE-TEXT
               PERFORM VALIDATE-DATE-TEXT
               IF ROW-DATE-ERROR
                 MOVE 'S09' TO ROW-REASON
               ELSE
                 MOVE DT-DATE TO ROW-END-NUM
               END-IF
             END-IF
           END-IF
           IF ROW-ACCEPTED
             IF FLD-COUNT IS EQUAL TO SPACES
               MOVE ZERO TO ROW-COUNT-NUM
             ELSE
               IF FLD-COUNT IS NUMERIC
                 MOVE FLD-COUNT TO ROW-COUNT-NUM
               ELSE
                 MOVE 'S10' TO ROW-REASON
               END-IF
             END-IF
           END-IF.
       VALIDATE-ROW-TERMS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Takvim alanlari (yalnizca ekle): siklik, gun, baslangic.   <*
      *----------------------------------------------------------------*
       VALIDATE-ROW-SCHEDULE.
           IF NOT FLD-FREQ-VALID
             MOVE 'S06' TO ROW-REASON
           END-IF
           IF ROW-ACCEPTED
             MOVE FLD-START TO ROW-DATE-TEXT
             PERFORM VALIDATE-DATE-TEXT
             IF ROW-DATE-ERROR
               MOVE 'S08' TO ROW-REASON
             ELSE
               MOVE DT-DATE TO ROW-START-NUM
             END-IF
           END-IF
           IF ROW-ACCEPTED
             EVALUATE FLD-FREQ
             WHEN 'D'
               IF FLD-DAY IS NUMERIC
                 AND FLD-DAY IS NOT LESS THAN '01'
                 AND FLD-DAY IS NOT GREATER THAN '31'
                 MOVE FLD-DAY TO ROW-DAY-NUM
               ELSE
                 MOVE 'S07' TO ROW-REASON
               END-IF
             WHEN 'M'
               MOVE ROW-START-NUM(7:2) TO ROW-DAY-NUM
             WHEN OTHER
               MOVE ZERO TO ROW-DAY-NUM
             END-EVALUATE
           END-IF
           IF ROW-ACCEPTED
             IF ROW-END-NUM IS GREATER THAN ZERO
               AND ROW-END-NUM IS LESS THAN ROW-START-NUM
               MOVE 'S09' TO ROW-REASON
             END-IF
           END-IF.
       VALIDATE-ROW-SCHEDULE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   ROW-DATE-TEXT YYYYMMDD olarak gecerli bir takvim tarihi    <*
      *>    olmali; gecerliyse DT-DATE'e tasinir.                     <*
      *----------------------------------------------------------------*
       VALIDATE-DATE-TEXT.
           MOVE 'N' TO ROW-DATE-ERR-SW
           IF ROW-DATE-TEXT IS NUMERIC
             MOVE ROW-DATE-TEXT TO DT-DATE
             IF DT-YYYY IS LESS THAN 1900
               OR DT-MM IS LESS THAN 1 OR DT-MM IS GREATER THAN 12
               OR DT-DD IS LESS THAN 1
               SET ROW-DATE-ERROR TO TRUE
             ELSE
               PERFORM SET-MONTH-LENGTH
               IF DT-DD IS GREATER THAN DT-MAX-DD
                 SET ROW-DATE-ERROR TO TRUE
               END-IF
             END-IF
           ELSE
             SET ROW-DATE-ERROR TO TRUE
           END-IF.
       VALIDATE-DATE-TEXT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Hesap IDX-FILE'da bulunmali ve kapali olmamali; bloke      <*
      *>    hesap kabul edilir (odeme gecesi MAINPRG reddeder ve      <*
      *>    talimat basarisizligi olarak islenir).                    <*
      *----------------------------------------------------------------*
       CHECK-ACCOUNT-OPEN.
           MOVE ROW-CHK-ID  TO IDX-ID
           MOVE ROW-CHK-DVZ TO IDX-DVZ
           READ IDX-FILE.
       CHECK-ACCOUNT-OPEN-END. EXIT.
      *----
      *----------------------------------------------------------------*
       ADD-STANDING-ORDER.
           PERFORM VALIDATE-ROW-TERMS
           IF ROW-ACCEPTED
             PERFORM VALIDATE-ROW-SCHEDULE
           END-IF
           IF ROW-ACCEPTED
             MOVE ROW-DR-ID-NUM  TO ROW-CHK-ID
             MOVE ROW-DR-DVZ-NUM TO ROW-CHK-DVZ
             PERFORM CHECK-ACCOUNT-OPEN
             IF NOT IDX-SUCCESS OR IDX-STS-CLOSED
               MOVE 'S14' TO ROW-REASON
             END-IF
           END-IF
           IF ROW-ACCEPTED
             MOVE ROW-CR-ID-NUM  TO ROW-CHK-ID
             MOVE ROW-CR-DVZ-NUM TO ROW-CHK-DVZ
             PERFORM CHECK-ACCOUNT-OPEN
             IF NOT IDX-SUCCESS OR IDX-STS-CLOSED
               MOVE 'S15' TO ROW-REASON
             END-IF
           END-IF
           IF ROW-ACCEPTED AND ROW-SEQ-NUM IS EQUAL TO ZERO
             PERFORM FIND-NEXT-SEQ
           END-IF
           IF ROW-ACCEPTED
             MOVE SPACES          TO SO-REC
             MOVE ROW-DR-ID-NUM   TO SO-DR-ID
             MOVE ROW-DR-DVZ-NUM  TO SO-DR-DVZ
             MOVE ROW-SEQ-NUM     TO SO-SEQ
             MOVE ROW-CR-ID-NUM   TO SO-CR-ID
             MOVE ROW-CR-DVZ-NUM  TO SO-CR-DVZ
             MOVE ROW-AMT-VALUE   TO SO-AMOUNT
             MOVE FLD-FREQ        TO SO-FREQ
             MOVE ROW-DAY-NUM     TO SO-DAY
             MOVE ROW-START-NUM   TO SO-START-DATE
             MOVE ROW-END-NUM     TO SO-END-DATE
             MOVE ROW-COUNT-NUM   TO SO-REMAIN-CNT
             SET SO-STS-ACTIVE    TO TRUE
             MOVE ZERO            TO SO-MISS-CNT
             MOVE ZERO            TO SO-LAST-GEN-DATE
             MOVE ZERO            TO SO-LAST-RSLT-DATE
             MOVE ZERO            TO SO-LAST-RC
             MOVE BRANCH-PARM     TO SO-BRANCH
             MOVE FLD-REF         TO SO-REF
             PERFORM CALC-FIRST-DUE-DATE
             WRITE SO-REC
             IF NOT SO-SUCCESS
               IF SO-ST IS EQUAL TO 22
                 MOVE 'S12' TO ROW-REASON
               ELSE
                 DISPLAY 'SOMAINT - SOMAST WRITE FAILED: ' SO-ST
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-IF.
       ADD-STANDING-ORDER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Sira no verilmemisse hesabin en buyuk sira no'sunun bir    <*
      *>    fazlasi atanir; 999 doluysa satir reddedilir.             <*
      *----------------------------------------------------------------*
       FIND-NEXT-SEQ.
           MOVE ZERO TO ROW-MAX-SEQ
           MOVE 'N' TO ROW-BROWSE-SW
           MOVE ROW-DR-ID-NUM  TO SO-DR-ID
           MOVE ROW-DR-DVZ-NUM TO SO-DR-DVZ
           MOVE ZERO           TO SO-SEQ
           START SO-FILE KEY IS NOT LESS THAN SO-KEY
           IF NOT SO-SUCCESS
             SET ROW-BROWSE-END TO TRUE
           END-IF
           PERFORM UNTIL ROW-BROWSE-END
            READ SO-FILE NEXT RECORD
            IF NOT SO-SUCCESS
              OR SO-DR-ID IS NOT EQUAL TO ROW-DR-ID-NUM
              OR SO-DR-DVZ IS NOT EQUAL TO ROW-DR-DVZ-NUM
              SET ROW-BROWSE-END TO TRUE
            ELSE
              MOVE SO-SEQ TO ROW-MAX-SEQ
            END-IF
           END-PERFORM
           IF ROW-MAX-SEQ IS EQUAL TO 999
             MOVE 'S18' TO ROW-REASON
           ELSE
             COMPUTE ROW-SEQ-NUM = ROW-MAX-SEQ + 1
           END-IF.
       FIND-NEXT-SEQ-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Degisiklik: takvim alanlari bos olmali; dolu gelen kosul   <*
      *>    alanlari aktif ya da askidaki talimata uygulanir.         <*
      *----------------------------------------------------------------*
       CHANGE-STANDING-ORDER.
           IF FLD-FREQ IS NOT EQUAL TO SPACES
             OR FLD-DAY IS NOT EQUAL TO SPACES
             OR FLD-START IS NOT EQUAL TO SPACES
             MOVE 'S19' TO ROW-REASON
           END-IF
           IF ROW-ACCEPTED
             PERFORM VALIDATE-ROW-TERMS
           END-IF
           IF ROW-ACCEPTED AND ROW-CR-GIVEN
             MOVE ROW-CR-ID-NUM  TO ROW-CHK-ID
             MOVE ROW-CR-DVZ-NUM TO ROW-CHK-DVZ
             PERFORM CHECK-ACCOUNT-OPEN
             IF NOT IDX-SUCCESS OR IDX-STS-CLOSED
               MOVE 'S15' TO ROW-REASON
             END-IF
           END-IF
           IF ROW-ACCEPTED
             PERFORM READ-ORDER-FOR-UPDATE
           END-IF
           IF ROW-ACCEPTED
             IF NOT SO-STS-ACTIVE AND NOT SO-STS-SUSPENDED
               MOVE 'S16' TO ROW-REASON
             END-IF
           END-IF
           IF ROW-ACCEPTED
             IF ROW-CR-GIVEN
               MOVE ROW-CR-ID-NUM  TO SO-CR-ID
               MOVE ROW-CR-DVZ-NUM TO SO-CR-DVZ
             END-IF
             IF FLD-AMOUNT IS NOT EQUAL TO SPACES
               MOVE ROW-AMT-VALUE TO SO-AMOUNT
             END-IF
             IF FLD-END IS NOT EQUAL TO SPACES
               IF ROW-END-NUM IS LESS THAN SO-START-DATE
                 MOVE 'S09' TO ROW-REASON
               ELSE
                 MOVE ROW-END-NUM TO SO-END-DATE
               END-IF
             END-IF
             IF FLD-COUNT IS NOT EQUAL TO SPACES
               MOVE ROW-COUNT-NUM TO SO-REMAIN-CNT
             END-IF
             IF FLD-REF IS NOT EQUAL TO SPACES
               MOVE FLD-REF TO SO-REF
             END-IF
           END-IF
           IF ROW-ACCEPTED
             PERFORM REWRITE-ORDER
           END-IF.
       CHANGE-STANDING-ORDER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   D iptal (aktif/askida/sona ermis -> C), S askiya alma      <*
      *>    (A -> S), R yeniden baslatma (S -> A, vade yeniden).      <*
      *----------------------------------------------------------------*
       SET-ORDER-STATUS.
           PERFORM READ-ORDER-FOR-UPDATE
           IF ROW-ACCEPTED
             EVALUATE TRUE
             WHEN FLD-ACT-CANCEL
               IF SO-STS-CANCELLED
                 MOVE 'S16' TO ROW-REASON
               ELSE
                 SET SO-STS-CANCELLED TO TRUE
               END-IF
             WHEN FLD-ACT-SUSPEND
               IF SO-STS-ACTIVE
                 SET SO-STS-SUSPENDED TO TRUE
               ELSE
                 MOVE 'S16' TO ROW-REASON
               END-IF
             WHEN FLD-ACT-RESUME
               IF SO-STS-SUSPENDED
                 SET SO-STS-ACTIVE TO TRUE
                 MOVE ZERO TO SO-MISS-CNT
                 PERFORM CALC-FIRST-DUE-DATE
               ELSE
                 MOVE 'S16' TO ROW-REASON
               END-IF
             END-EVALUATE
           END-IF
           IF ROW-ACCEPTED
             PERFORM REWRITE-ORDER
           END-IF.
       SET-ORDER-STATUS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       READ-ORDER-FOR-UPDATE.
           MOVE ROW-DR-ID-NUM  TO SO-DR-ID
           MOVE ROW-DR-DVZ-NUM TO SO-DR-DVZ
           MOVE ROW-SEQ-NUM    TO SO-SEQ
           READ SO-FILE
           IF NOT SO-SUCCESS
             IF SO-NOTFND
               MOVE 'S13' TO ROW-REASON
             ELSE
               DISPLAY 'SOMAINT - SOMAST READ FAILED: ' SO-ST
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       READ-ORDER-FOR-UPDATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       REWRITE-ORDER.
           REWRITE SO-REC
           IF NOT SO-SUCCESS
             DISPLAY 'SOMAINT - SOMAST REWRITE FAILED: ' SO-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF.
       REWRITE-ORDER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ilk vade: baslangic tarihi ile is gununden buyugu olan     <*
      *>    ROW-FROM-DATE'te ya da sonrasinda dusen ilk donem.        <*
      *>    Haftalik talimat baslangic gununden 7'ser gun sayilir;    <*
      *>    aylik talimat ROW-FROM-DATE ayinin SO-DAY'inde (ay        <*
      *>    kisaysa son gununde), o gecmisse bir sonraki ayda dusur.  <*
      *----------------------------------------------------------------*
       CALC-FIRST-DUE-DATE.
           IF SO-START-DATE IS GREATER THAN BUS-DATE-NUM
             MOVE SO-START-DATE TO ROW-FROM-DATE
           ELSE
             MOVE BUS-DATE-NUM  TO ROW-FROM-DATE
           END-IF
           IF SO-FREQ-WEEKLY
             MOVE SO-START-DATE TO DT-DATE
             PERFORM ADVANCE-DUE-DATE
               UNTIL DT-DATE IS NOT LESS THAN ROW-FROM-DATE
           ELSE
             MOVE ROW-FROM-DATE TO DT-DATE
             PERFORM SET-MONTH-LENGTH
             MOVE SO-DAY TO DT-DD
             IF DT-DD IS GREATER THAN DT-MAX-DD
               MOVE DT-MAX-DD TO DT-DD
             END-IF
             IF DT-DATE IS LESS THAN ROW-FROM-DATE
               PERFORM ADVANCE-DUE-DATE
             END-IF
           END-IF
           MOVE DT-DATE TO SO-NEXT-DATE.
       CALC-FIRST-DUE-DATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   DT-DATE bir donem ilerletilir: haftalik talimatta 7 gun,   <*
      *>    aylikta bir sonraki ayin SO-DAY'i (ay kisaysa son gunu).  <*
      *----------------------------------------------------------------*
       ADVANCE-DUE-DATE.
           IF SO-FREQ-WEEKLY
             PERFORM SET-MONTH-LENGTH
             ADD 7 TO DT-DD
             IF DT-DD IS GREATER THAN DT-MAX-DD
               SUBTRACT DT-MAX-DD FROM DT-DD
               PERFORM NEXT-CALENDAR-MONTH
             END-IF
           ELSE
             PERFORM NEXT-CALENDAR-MONTH
             PERFORM SET-MONTH-LENGTH
             MOVE SO-DAY TO DT-DD
             IF DT-DD IS GREATER THAN DT-MAX-DD
               MOVE DT-MAX-DD TO DT-DD
             END-IF
           END-IF.
       ADVANCE-DUE-DATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       NEXT-CALENDAR-MONTH.
           ADD 1 TO DT-MM
           IF DT-MM IS GREATER THAN 12
             MOVE 1 TO DT-MM
             ADD 1 TO DT-YYYY
           END-IF.
       NEXT-CALENDAR-MONTH-END. EXIT.
      *----
      *----------------------------------------------------------------*
       SET-MONTH-LENGTH.
           MOVE MONTH-DAYS(DT-MM) TO DT-MAX-DD
           IF DT-MM IS EQUAL TO 2
             DIVIDE DT-YYYY BY 4
               GIVING DT-LEAP-QUOT REMAINDER DT-LEAP-R4
             DIVIDE DT-YYYY BY 100
               GIVING DT-LEAP-QUOT REMAINDER DT-LEAP-R100
             DIVIDE DT-YYYY BY 400
               GIVING DT-LEAP-QUOT REMAINDER DT-LEAP-R400
             IF DT-LEAP-R4 IS EQUAL TO ZERO
               AND (DT-LEAP-R100 IS NOT EQUAL TO ZERO
                    OR DT-LEAP-R400 IS EQUAL TO ZERO)
               MOVE 29 TO DT-MAX-DD
             END-IF
           END-IF.
       SET-MONTH-LENGTH-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Metin tutari isaretli COMP-3 tutara cevirir (INPLOAD ile   <*
      *>    ayni kurallar): [-]rakamlar[.rakam[rakam]].               <*
      *----------------------------------------------------------------*
       CONVERT-AMOUNT.
           MOVE 'N' TO AMT-ERR-SW
           MOVE 'N' TO AMT-NEG-SW
           MOVE 'N' TO AMT-DOT-SW
           MOVE ZERO TO AMT-INT-PART
           MOVE ZERO TO AMT-DEC-PART
           MOVE 0 TO AMT-DEC-DIGITS
           MOVE 0 TO AMT-DIGIT-CNT
           IF AMT-TEXT IS EQUAL TO SPACES
             MOVE ZERO TO AMT-VALUE
           ELSE
             PERFORM CONVERT-AMOUNT-CHR
               VARYING AMT-SUB FROM 1 BY 1
               UNTIL AMT-SUB IS GREATER THAN 20
                  OR AMT-ERROR
             IF AMT-DEC-DIGITS IS EQUAL TO 1
               COMPUTE AMT-DEC-PART = AMT-DEC-PART * 10
             END-IF
             IF NOT AMT-ERROR
               COMPUTE AMT-VALUE = AMT-INT-PART + AMT-DEC-PART / 100
               IF AMT-NEGATIVE
                 COMPUTE AMT-VALUE = 0 - AMT-VALUE
               END-IF
             END-IF
           END-IF.
       CONVERT-AMOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CONVERT-AMOUNT-CHR.
           MOVE AMT-TEXT(AMT-SUB:1) TO AMT-CHR
           EVALUATE TRUE
           WHEN AMT-CHR IS EQUAL TO SPACE
             CONTINUE
           WHEN AMT-CHR IS EQUAL TO '-'
             IF AMT-DIGIT-CNT IS EQUAL TO ZERO
               AND NOT AMT-NEGATIVE
               SET AMT-NEGATIVE TO TRUE
             ELSE
               SET AMT-ERROR TO TRUE
             END-IF
           WHEN AMT-CHR IS EQUAL TO '.'
             IF AMT-AFTER-DOT
               SET AMT-ERROR TO TRUE
             ELSE
               SET AMT-AFTER-DOT TO TRUE
             END-IF
           WHEN AMT-CHR IS NUMERIC
             IF AMT-AFTER-DOT
               IF AMT-DEC-DIGITS IS LESS THAN 2
                 MOVE AMT-CHR TO AMT-DIGIT
                 COMPUTE AMT-DEC-PART = AMT-DEC-PART * 10
                         + AMT-DIGIT
                 ADD 1 TO AMT-DEC-DIGITS
               ELSE
                 SET AMT-ERROR TO TRUE
               END-IF
             ELSE
               IF AMT-DIGIT-CNT IS LESS THAN 13
                 MOVE AMT-CHR TO AMT-DIGIT
                 COMPUTE AMT-INT-PART = AMT-INT-PART * 10
                         + AMT-DIGIT
                 ADD 1 TO AMT-DIGIT-CNT
               ELSE
                 SET AMT-ERROR TO TRUE
               END-IF
             END-IF
           WHEN OTHER
             SET AMT-ERROR TO TRUE
           END-EVALUATE.
       CONVERT-AMOUNT-CHR-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Uygulanan satir: islem, talimat anahtari (atanan sira no   <*
      *>    dahil), yeni durum ve bir sonraki vade.                   <*
      *----------------------------------------------------------------*
       PRNT-APPLIED-LINE.
           EVALUATE TRUE
           WHEN FLD-ACT-ADD
             MOVE 'ADDED'     TO ROW-ACT-TEXT
           WHEN FLD-ACT-CHANGE
             MOVE 'CHANGED'   TO ROW-ACT-TEXT
           WHEN FLD-ACT-CANCEL
             MOVE 'CANCELLED' TO ROW-ACT-TEXT
           WHEN FLD-ACT-SUSPEND
             MOVE 'SUSPENDED' TO ROW-ACT-TEXT
           WHEN OTHER
             MOVE 'RESUMED'   TO ROW-ACT-TEXT
           END-EVALUATE
           MOVE CSV-LINE-CNT TO RPT-LINE-D
           MOVE SO-AMOUNT    TO RPT-AMT-D
           MOVE SPACES TO RPT-REC
           STRING 'LINE '      DELIMITED BY SIZE
                  RPT-LINE-D   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  ROW-ACT-TEXT DELIMITED BY SIZE
                  ' ORDER: '   DELIMITED BY SIZE
                  SO-DR-ID     DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  SO-DR-DVZ    DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  SO-SEQ       DELIMITED BY SIZE
                  ' TO: '      DELIMITED BY SIZE
                  SO-CR-ID     DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  SO-CR-DVZ    DELIMITED BY SIZE
                  ' AMT:'      DELIMITED BY SIZE
                  RPT-AMT-D    DELIMITED BY SIZE
                  ' ' SO-FREQ  DELIMITED BY SIZE
                  ' STATUS: '  DELIMITED BY SIZE
                  SO-STATUS    DELIMITED BY SIZE
                  ' NEXT: '    DELIMITED BY SIZE
                  SO-NEXT-DATE DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-APPLIED-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PROGRAM-EXIT.
           CLOSE CSV-FILE
           CLOSE SO-FILE
           CLOSE IDX-FILE
           CLOSE REJ-FILE
           CLOSE RPT-FILE
           DISPLAY 'SOMAINT - BRANCH: ' BRANCH-PARM
           DISPLAY 'SOMAINT - ROWS READ    : ' ROWS-READ-CNT
           DISPLAY 'SOMAINT - ROWS APPLIED : ' ROWS-GOOD-CNT
           DISPLAY 'SOMAINT - ROWS REJECTED: ' ROWS-REJ-CNT
           IF ROWS-REJ-CNT IS GREATER THAN ZERO
             MOVE 04 TO RETURN-CODE
           ELSE
             MOVE 00 TO RETURN-CODE
           END-IF
           STOP RUN.
       PROGRAM-EXIT-END. EXIT.
       END PROGRAM SOMAINT.
