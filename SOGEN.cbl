      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   SOGEN ==> duzenli odeme talimati (standing order) ureticisi.<*
      *>    Maas aktarimi, kira havalesi, birikim talimati gibi        <*
      *>    tekrarlayan odemeler subelerde her donem INPLOAD'a elle    <*
      *>    yeniden giriliyordu; artik SOMAST'ta (SOMAINT ile          <*
      *>    bakimi yapilan) talimat olarak durur ve bu program her     <*
      *>    gece vadesi gelenleri gunun INPFILE'ina ekler:             <*
      *>     - gunun INPFILE'i okunur; 'H' header'dan hemen sonra      <*
      *>       vadesi gelen talimatlar 'T' (ayni doviz) ya da 'X'      <*
      *>       (capraz kur) transfer olarak araya yazilir, 'Z'         <*
      *>       trailer uretilenlerin sayisi ve hash'i ile DUZELTILIR   <*
      *>       (WHSRELSE ile ayni yontem) - talimatlar MAINPRG'in      <*
      *>       batch-control, limit, overdraft ve blokaj              <*
      *>       kontrollerinden gunun islemleri gibi gecer,             <*
      *>     - kaynak referansi sube kodu 'SORD', satir numarasi       <*
      *>       GGGNNNN (GGG = sistem gun-of-year, NNNN = gecenin       <*
      *>       ihrac sirasi) olur; ACKSPLIT sonuclari 'SORD' altinda   <*
      *>       toplar, recycle'dan sonraki gecelere donen sonuclar     <*
      *>       da bu gunun ihraclariyla karismaz,                      <*
      *>     - her ihrac SOISSUE'ya (ihrac no -> talimat anahtari)     <*
      *>       yazilir; MAINPRG'den sonra SORSLT bu dosyayi OUTFILE    <*
      *>       ile eslestirip basarisizliklari talimata isler,         <*
      *>     - talimatin bir sonraki vadesi ilerletilir, kalan odeme   <*
      *>       sayisi dusulur; bitis tarihi asilan ya da sayisi        <*
      *>       biten talimat 'E' (sona erdi) olur.                     <*
      *>   Ayni is gunu icin YENIDEN kosma: SO-LAST-GEN-DATE is gunune <*
      *>    esit olan talimatlar vade ilerletilmeden AYNEN yeniden     <*
      *>    ihrac edilir. Boylece swap adimindan once kirilan bir      <*
      *>    kosu INPMERGD silinip tekrarlanabilir; swap'tan SONRA      <*
      *>    tekrar kosmak ayni odemeleri ikinci kez uretir.            <*
      *>   Gece sirasi: INPLOAD -> WHSRELSE.JCL -> STNDORD.JCL (SOMNT, <*
      *>    SOGEN, SOSWAP) -> MAINPRG.JCL -> SORSLT.JCL.               <*
      *>   Bir gecede en cok 9999 talimat ihrac edilir; kalanlar       <*
      *>    vadeleri ilerletilmeden ertesi geceye kalir (RC 04).       <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                SOGEN.
       AUTHOR.                    AYSU ONER.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.             15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-FILE         ASSIGN TO  SOMAST
                                  ORGANIZATION INDEXED
                                  ACCESS     SEQUENTIAL
                                  RECORD KEY SO-KEY
                                  STATUS     SO-ST.
           SELECT INP-FILE        ASSIGN TO  INPFILE
                                  STATUS     INP-ST.
           SELECT MRG-FILE        ASSIGN TO  INPMERGD
                                  STATUS     MRG-ST.
           SELECT SOI-FILE        ASSIGN TO  SOISSUE
                                  STATUS     SOI-ST.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *>   SO-FILE ==> duzenli odeme talimatlari (KSDS, 120 byte).    <*
      *>    Anahtar: borclu hesap (ID+DVZ) + talimat sira no. Alan    <*
      *>    duzeni SOMAINT ve SORSLT'deki SO-REC ile birebir aynidir. <*
      *>    SO-FREQ: W haftalik (7 gunde bir), M aylik (baslangic     <*
      *>    gununde), D aylik (SO-DAY gununde; ay kisaysa ayin son    <*
      *>    gunu). M talimatinda SO-DAY baslangic gunudur.            <*
      *>    SO-REMAIN-CNT sifir = sinirsiz, SO-END-DATE sifir =       <*
      *>    suresiz.                                                  <*
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
      *>    GEN-REC talimattan uretilen detay kaydidir; alan duzeni   <*
      *>    MAINPRG'deki INP-REC ile birebir aynidir.                 <*
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
      *>   SOI-FILE ==> gecenin ihrac listesi (60 byte); alan duzeni  <*
      *>    SORSLT'deki SOI-REC ile birebir aynidir.                  <*
       FD  SOI-FILE RECORDING MODE F.
       01  SOI-REC.
           05 SOI-SRC-LINE        PIC 9(07).
           05 SOI-SO-KEY.
             10 SOI-DR-ID         PIC 9(05).
             10 SOI-DR-DVZ        PIC 9(03).
             10 SOI-SEQ           PIC 9(03).
           05 SOI-CR-ID           PIC 9(05).
           05 SOI-CR-DVZ          PIC 9(03).
           05 SOI-AMOUNT          PIC S9(13)V99.
           05 SOI-DUE-DATE        PIC 9(08).
           05 SOI-BUS-DATE        PIC 9(08).
           05 FILLER              PIC X(03).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 SO-ST               PIC 9(02).
             88 SO-EOF                     VALUE 10.
             88 SO-SUCCESS                 VALUE 00 97.
           05 INP-ST              PIC 9(02).
             88 INP-EOF                    VALUE 10.
             88 INP-SUCCESS                VALUE 00 97.
           05 MRG-ST              PIC 9(02).
             88 MRG-SUCCESS                VALUE 00 97.
           05 SOI-ST              PIC 9(02).
             88 SOI-SUCCESS                VALUE 00 97.
           05 SO-AVAIL-SW         PIC X(01) VALUE 'N'.
             88 SO-AVAIL                   VALUE 'Y'.
           05 GENERATED-SW        PIC X(01) VALUE 'N'.
             88 GENERATE-DONE              VALUE 'Y'.
           05 ISSUE-FULL-SW       PIC X(01) VALUE 'N'.
             88 ISSUE-FULL                 VALUE 'Y'.
           05 SO-CHANGED-SW       PIC X(01) VALUE 'N'.
             88 SO-CHANGED                 VALUE 'Y'.
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
              *>*> Ihrac numarasi: sistem gun-of-year (GGG) ve        <*<*
              *>*> gecenin ihrac sirasi (NNNN) -> kaynak satir no.    <*<*
       01  ISSUE-CTL.
           05 SYS-DAY-AREA.
             10 SYS-DAY-YY        PIC 9(02).
             10 SYS-DAY-DDD       PIC 9(03).
           05 ISSUE-SEQ           PIC 9(04) VALUE ZERO.
           05 ISSUE-MAX           PIC 9(04) VALUE 9999.
      *
              *>*> Vade tarihi hesap alanlari: YYYYMMDD parcalari,    <*<*
              *>*> ay uzunluklari ve artik yil kontrolu.              <*<*
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
              *>*> Uretim sayac ve hash toplamlari: trailer,          <*<*
              *>*> uretilenlerin sayisi ve INP-AMOUNT+INP-ADJ         <*<*
              *>*> toplamiyla duzeltilir.                             <*<*
       01  GEN-TOTALS.
           05 GENERATED-CNT       PIC 9(07) VALUE ZERO.
           05 GENERATED-HASH      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 REISSUED-CNT        PIC 9(07) COMP VALUE 0.
           05 ENDED-CNT           PIC 9(07) COMP VALUE 0.
           05 DEFERRED-CNT        PIC 9(07) COMP VALUE 0.
           05 SO-READ-CNT         PIC 9(07) COMP VALUE 0.
           05 DAY-DETAIL-CNT      PIC 9(07) COMP VALUE 0.
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           PERFORM CALC-BUSINESS-DATE
           PERFORM FILE-OPEN-CONTROL
           PERFORM MERGE-DAY-FILE
           PERFORM PROGRAM-EXIT.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Is gunu ortak takvimden (BUSCAL/CALFILE) alinir: tatile    <*
      *>    dusen vade, is gunu o tarihe ulastiginda (bir sonraki is  <*
      *>    gunu gecesi) uretilir.                                    <*
      *----------------------------------------------------------------*
       CALC-BUSINESS-DATE.
           MOVE ZERO TO BC-IN-DATE
           CALL 'BCDATE' USING BC-DATA
           MOVE BC-BUS-DATE TO BUS-DATE-NUM
           IF BC-OUT-RC IS EQUAL TO 04
             DISPLAY 'SOGEN - CALFILE NOT AVAILABLE - WEEKENDS ONLY'
           END-IF
           IF NOT BC-BUSINESS-DAY
             DISPLAY 'SOGEN - ' BC-SYS-DATE ' IS NOT A BUSINESS DAY'
           END-IF
           ACCEPT SYS-DAY-AREA FROM DAY
           DISPLAY 'SOGEN - BUSINESS DATE: ' BUS-DATE-NUM.
       CALC-BUSINESS-DATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FILE-OPEN-CONTROL.
           OPEN INPUT  INP-FILE
           OPEN OUTPUT MRG-FILE
           OPEN OUTPUT SOI-FILE
           IF (NOT INP-SUCCESS OR NOT MRG-SUCCESS
               OR NOT SOI-SUCCESS)
            DISPLAY 'SOGEN - FILE CANNOT OPEN'
            DISPLAY 'INP-ST: ' INP-ST
            DISPLAY 'MRG-ST: ' MRG-ST
            DISPLAY 'SOI-ST: ' SOI-ST
            MOVE 99 TO RETURN-CODE
            STOP RUN
           END-IF
           OPEN I-O SO-FILE
           IF SO-SUCCESS
             SET SO-AVAIL TO TRUE
           ELSE
             IF SO-ST IS EQUAL TO 35
               DISPLAY 'SOGEN - NO STANDING ORDER MASTER - NONE DUE'
             ELSE
               DISPLAY 'SOGEN - SOMAST CANNOT OPEN: ' SO-ST
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Gunun dosyasi kopyalanir: header'dan hemen sonra vadesi    <*
      *>    gelen talimatlar araya girer, trailer duzeltilmis kontrol <*
      *>    rakamlariyla yazilir. Header'i olmayan bozuk bir dosyada  <*
      *>    uretilenler sona eklenir - MAINPRG'in batch-control'u     <*
      *>    dosyayi zaten reddedecektir.                              <*
      *----------------------------------------------------------------*
       MERGE-DAY-FILE.
           READ INP-FILE
           PERFORM UNTIL INP-EOF
            EVALUATE TRUE
            WHEN HDR-TYPE
              WRITE MRG-REC FROM INP-REC
              PERFORM GENERATE-DUE-ORDERS
            WHEN TRL-TYPE
              ADD GENERATED-CNT  TO INP-TRL-COUNT
              ADD GENERATED-HASH TO INP-TRL-HASH
              WRITE MRG-REC FROM INP-TRL-REC
            WHEN OTHER
              ADD 1 TO DAY-DETAIL-CNT
              WRITE MRG-REC FROM INP-REC
            END-EVALUATE
            READ INP-FILE
           END-PERFORM
           IF NOT GENERATE-DONE
             PERFORM GENERATE-DUE-ORDERS
           END-IF.
       MERGE-DAY-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Talimat dosyasi anahtar sirasinda bastan sona okunur.      <*
      *>    Iptal ve askidaki talimatlar atlanir; ayni is gunu icin   <*
      *>    daha once uretilmis olanlar (yeniden kosma) aynen yeniden <*
      *>    ihrac edilir; aktif ve vadesi gelmis olanlar ihrac edilip <*
      *>    vadeleri ilerletilir.                                     <*
      *----------------------------------------------------------------*
       GENERATE-DUE-ORDERS.
           SET GENERATE-DONE TO TRUE
           IF SO-AVAIL
             READ SO-FILE
             PERFORM UNTIL SO-EOF
              ADD 1 TO SO-READ-CNT
              MOVE 'N' TO SO-CHANGED-SW
              EVALUATE TRUE
              WHEN SO-STS-CANCELLED OR SO-STS-SUSPENDED
                CONTINUE
              WHEN SO-LAST-GEN-DATE IS EQUAL TO BUS-DATE-NUM
                PERFORM ISSUE-STANDING-ORDER
                IF NOT ISSUE-FULL
                  ADD 1 TO REISSUED-CNT
                END-IF
              WHEN SO-STS-ACTIVE
                AND SO-NEXT-DATE IS NOT GREATER THAN BUS-DATE-NUM
                PERFORM PROCESS-DUE-ORDER
              WHEN OTHER
                CONTINUE
              END-EVALUATE
              IF SO-CHANGED
                REWRITE SO-REC
                IF NOT SO-SUCCESS
                  DISPLAY 'SOGEN - SOMAST REWRITE FAILED: ' SO-ST
                          ' KEY: ' SO-KEY
                  MOVE 99 TO RETURN-CODE
                  STOP RUN
                END-IF
              END-IF
              READ SO-FILE
             END-PERFORM
           END-IF.
       GENERATE-DUE-ORDERS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Vadesi gelen aktif talimat: bitis tarihi gecmisse ihrac    <*
      *>    edilmeden sona erdirilir; degilse ihrac edilir, kalan     <*
      *>    sayi dusulur ve vade is gununun otesine ilerletilir       <*
      *>    (kacirilan donemler toplu odenmez, bir kez odenir).       <*
      *----------------------------------------------------------------*
       PROCESS-DUE-ORDER.
           IF SO-END-DATE IS GREATER THAN ZERO
             AND SO-NEXT-DATE IS GREATER THAN SO-END-DATE
             SET SO-STS-ENDED TO TRUE
             SET SO-CHANGED TO TRUE
             ADD 1 TO ENDED-CNT
           ELSE
             PERFORM ISSUE-STANDING-ORDER
             IF NOT ISSUE-FULL
               SET SO-CHANGED TO TRUE
               MOVE BUS-DATE-NUM TO SO-LAST-GEN-DATE
               MOVE SO-NEXT-DATE TO DT-DATE
               PERFORM ADVANCE-DUE-DATE
                 UNTIL DT-DATE IS GREATER THAN BUS-DATE-NUM
               MOVE DT-DATE TO SO-NEXT-DATE
               IF SO-REMAIN-CNT IS GREATER THAN ZERO
                 SUBTRACT 1 FROM SO-REMAIN-CNT
                 IF SO-REMAIN-CNT IS EQUAL TO ZERO
                   SET SO-STS-ENDED TO TRUE
                 END-IF
               END-IF
               IF SO-END-DATE IS GREATER THAN ZERO
                 AND SO-NEXT-DATE IS GREATER THAN SO-END-DATE
                 SET SO-STS-ENDED TO TRUE
               END-IF
               IF SO-STS-ENDED
                 ADD 1 TO ENDED-CNT
               END-IF
             END-IF
           END-IF.
       PROCESS-DUE-ORDER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Talimat gunun akisina transfer olarak yazilir: tutar        <*
      *>    INP-ADJ-AMOUNT'ta tasinir (MAINPRG T/X tutarini oradan     <*
      *>    alir); ayni doviz 'T', farkli doviz 'X' (FXRATE kuru).     <*
      *>    Gecenin ihrac siniri dolmussa talimat ertesi geceye kalir. <*
      *----------------------------------------------------------------*
       ISSUE-STANDING-ORDER.
           IF ISSUE-SEQ IS NOT LESS THAN ISSUE-MAX
             IF NOT ISSUE-FULL
               DISPLAY 'SOGEN - ISSUE LIMIT REACHED - REST DEFERRED'
             END-IF
             SET ISSUE-FULL TO TRUE
             ADD 1 TO DEFERRED-CNT
           ELSE
             ADD 1 TO ISSUE-SEQ
             MOVE SPACES TO GEN-REC
             IF SO-DR-DVZ IS EQUAL TO SO-CR-DVZ
               MOVE 'T' TO GEN-PROC-TYPE
             ELSE
               MOVE 'X' TO GEN-PROC-TYPE
             END-IF
             MOVE SO-DR-ID     TO GEN-ID
             MOVE SO-DR-DVZ    TO GEN-DVZ
             MOVE ZERO         TO GEN-JUL
             MOVE ZERO         TO GEN-AMOUNT
             MOVE SO-AMOUNT    TO GEN-ADJ-AMOUNT
             MOVE SO-CR-ID     TO GEN-TRAN-ID
             MOVE SO-CR-DVZ    TO GEN-TRAN-DVZ
             MOVE ZERO         TO GEN-HOLD-EXPIRY
             MOVE 'SORD'       TO GEN-SRC-BRANCH
             COMPUTE GEN-SRC-LINE = SYS-DAY-DDD * 10000 + ISSUE-SEQ
             MOVE ZERO         TO GEN-EFF-DATE
             WRITE GEN-REC
             ADD 1 TO GENERATED-CNT
             ADD SO-AMOUNT TO GENERATED-HASH
             MOVE SPACES        TO SOI-REC
             MOVE GEN-SRC-LINE  TO SOI-SRC-LINE
             MOVE SO-KEY        TO SOI-SO-KEY
             MOVE SO-CR-ID      TO SOI-CR-ID
             MOVE SO-CR-DVZ     TO SOI-CR-DVZ
             MOVE SO-AMOUNT     TO SOI-AMOUNT
             MOVE SO-NEXT-DATE  TO SOI-DUE-DATE
             MOVE BUS-DATE-NUM  TO SOI-BUS-DATE
             WRITE SOI-REC
           END-IF.
       ISSUE-STANDING-ORDER-END. EXIT.
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
       PROGRAM-EXIT.
           CLOSE INP-FILE
           CLOSE MRG-FILE
           CLOSE SOI-FILE
           IF SO-AVAIL
             CLOSE SO-FILE
           END-IF
           DISPLAY 'SOGEN - DAY DETAIL RECORDS   : ' DAY-DETAIL-CNT
           DISPLAY 'SOGEN - STANDING ORDERS READ : ' SO-READ-CNT
           DISPLAY 'SOGEN - PAYMENTS GENERATED   : ' GENERATED-CNT
           DISPLAY 'SOGEN -   OF WHICH RE-ISSUED : ' REISSUED-CNT
           DISPLAY 'SOGEN - ORDERS ENDED         : ' ENDED-CNT
           DISPLAY 'SOGEN - DEFERRED (LIMIT)     : ' DEFERRED-CNT
           IF ISSUE-FULL
             MOVE 04 TO RETURN-CODE
           ELSE
             MOVE 00 TO RETURN-CODE
           END-IF
           STOP RUN.
       PROGRAM-EXIT-END. EXIT.
       END PROGRAM SOGEN.
