      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   AMLSCAN ==> supheli islem (AML) izleme taramasi. AUDFILE    <*
      *>    journal'i hesap (ID+DVZ) ve zaman sirasina dizilir, PARM   <*
      *>    ile verilen kayan pencere (bugunden geriye gun) icindeki   <*
      *>    hareketlere AMLRULE dosyasindaki kurallar uygulanir. Her   <*
      *>    isabet, kural kodu ve tetikleyen journal kayitlari ile     <*
      *>    AMLCASE dosyasina bir vaka kaydi olarak yazilir ve         <*
      *>    compliance incelemesi icin vaka raporuna basilir.          <*
      *>   Kural tipleri:                                              <*
      *>    S ==> yapilandirma (structuring): pencere gun icinde, bir  <*
      *>          esigin hemen altinda (ESIK-BAND <= tutar < ESIK)     <*
      *>          en az MIN-CNT adet 'B' alacak kaydi.                 <*
      *>    N ==> yeni hesaba buyuk giris: 'W' (acilis) kaydindan      <*
      *>          sonraki YAS gun icinde gelen T/X alacak bacaklarinin <*
      *>          toplami esigi asarsa.                                <*
      *>    R ==> hizli giris-cikis: esigi asan bir alacaktan sonraki  <*
      *>          pencere gun icinde, alacagin YUZDE'si kadar veya     <*
      *>          daha fazla borc cikisi.                              <*
      *>    D ==> dormant hesapta hareket: DORMSWP mantigiyla, bir     <*
      *>          onceki musteri hareketinden (hic yoksa IDX-JUL       <*
      *>          acilis tarihinden) YAS gunden fazla sonra gelen ve   <*
      *>          tutari esigi asan hareket.                           <*
      *>   AUDARCH kesiminden onceki doneme bakmak icin arsiv          <*
      *>    generation'lari AUDFILE DD'sinin onune (en eski once)      <*
      *>    concat edilir. Pencere oncesindeki kayitlar vaka           <*
      *>    tetiklemez, yalnizca acilis ve son-hareket tarihcesi       <*
      *>    icin okunur.                                               <*
      *>   Gun hesabi DORMSWP'deki gibi 30/360 yaklasimiyla yapilir:   <*
      *>    YY*365+(AY-1)*30+GUN.                                      <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                AMLSCAN.
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
           SELECT RUL-FILE        ASSIGN TO  AMLRULE
                                  STATUS     RUL-ST.
           SELECT CASE-FILE       ASSIGN TO  AMLCASE
                                  STATUS     CASE-ST.
           SELECT SORT-FILE       ASSIGN TO  SRTWORK.
           SELECT RPT-FILE        ASSIGN TO  AMLRPT
                                  STATUS     RPT-ST.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *>   AUD-FILE ==> SUBPRG'in journal dosyasi; alan duzeni         <*
      *>                SUBPRG'daki AUD-REC ile birebir aynidir        <*
      *>                (297 byte).                                    <*
       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           05 AUD-DATE             PIC 9(06).
           05 AUD-TIME             PIC 9(08).
           05 AUD-PROC-TYPE        PIC X(01).
           05 AUD-IDX-ID           PIC 9(05).
           05 AUD-IDX-DVZ          PIC 9(03).
           05 AUD-BEFORE-IMAGE.
             10 AUD-BEF-FIRSTN     PIC X(15).
             10 AUD-BEF-LASTN      PIC X(15).
             10 AUD-BEF-JUL        PIC 9(07).
             10 AUD-BEF-AMOUNT     PIC S9(13)V99.
             10 AUD-BEF-DEMOG.
               15 AUD-BEF-ADDR1    PIC X(20).
               15 AUD-BEF-ADDR2    PIC X(20).
               15 AUD-BEF-CITY     PIC X(15).
               15 AUD-BEF-PHONE    PIC X(11).
             10 AUD-BEF-STS        PIC X(01).
           05 AUD-AFTER-IMAGE.
             10 AUD-AFT-FIRSTN     PIC X(15).
             10 AUD-AFT-LASTN      PIC X(15).
             10 AUD-AFT-JUL        PIC 9(07).
             10 AUD-AFT-AMOUNT     PIC S9(13)V99.
             10 AUD-AFT-DEMOG.
               15 AUD-AFT-ADDR1    PIC X(20).
               15 AUD-AFT-ADDR2    PIC X(20).
               15 AUD-AFT-CITY     PIC X(15).
               15 AUD-AFT-PHONE    PIC X(11).
             10 AUD-AFT-STS        PIC X(01).
           05 AUD-APPR-ID          PIC X(05).
           05 AUD-LINK-REF.
             10 AUD-LINK-DATE      PIC 9(06).
             10 AUD-LINK-TIME      PIC 9(08).
             10 AUD-LINK-TYPE      PIC X(01).
      *>   Online ikili onay (IDXONLN maker-checker): talebi giren ve <*
      *>   onaylayan CICS kullanicilari. Batch kayitlarinda bosluk.   <*
           05 AUD-USER-REF.
             10 AUD-MAKER-ID       PIC X(08).
             10 AUD-CHECKER-ID     PIC X(08).
      *
      *>   RUL-FILE ==> compliance'in tuttugu kural tablosu (80 byte). <*
      *>    ESIK/BAND/MIN-CNT/YUZDE/YAS alanlarinin anlami kural       <*
      *>    tipine gore degisir (program basindaki aciklama). Pasif    <*
      *>    ('N') kurallar yuklenmez.                                  <*
       FD  RUL-FILE RECORDING MODE F.
       01  RUL-REC.
           05 RUL-REC-ID           PIC X(05).
           05 RUL-REC-TYPE         PIC X(01).
             88 RUL-REC-VALID-TYPE          VALUE 'S' 'N' 'R' 'D'.
           05 RUL-REC-ACTIVE       PIC X(01).
             88 RUL-REC-IS-ACTIVE           VALUE 'Y'.
           05 RUL-REC-WINDOW       PIC 9(03).
           05 RUL-REC-AMOUNT       PIC 9(13)V99.
           05 RUL-REC-BAND         PIC 9(13)V99.
           05 RUL-REC-MIN-CNT      PIC 9(03).
           05 RUL-REC-PCT          PIC 9(03).
           05 RUL-REC-AGE          PIC 9(05).
           05 RUL-REC-DESC         PIC X(25).
           05 FILLER               PIC X(04).
      *
      *>   CASE-FILE ==> vaka kayitlari (350 byte). Tetikleyen journal <*
      *>    kayitlarinin ilk 10'u kayda yazilir; tamami raporda        <*
      *>    basilir, CASE-ENT-CNT toplam sayidir.                      <*
       FD  CASE-FILE RECORDING MODE F.
       01  CASE-REC.
           05 CASE-ID.
             10 CASE-RUN-DATE      PIC 9(06).
             10 CASE-SEQ           PIC 9(05).
           05 CASE-RULE-ID         PIC X(05).
           05 CASE-RULE-TYPE       PIC X(01).
           05 CASE-IDX-ID          PIC 9(05).
           05 CASE-IDX-DVZ         PIC 9(03).
           05 CASE-TOTAL-AMT       PIC S9(13)V99.
           05 CASE-ENT-CNT         PIC 9(04).
           05 CASE-ENTRY OCCURS 10 TIMES.
             10 CASE-ENT-DATE      PIC 9(06).
             10 CASE-ENT-TIME      PIC 9(08).
             10 CASE-ENT-TYPE      PIC X(01).
             10 CASE-ENT-MOVE      PIC S9(13)V99.
           05 FILLER               PIC X(06).
      *
      *>   SORT-FILE ==> secilen journal kayitlarini hesap (ID+DVZ)    <*
      *>                 ve zaman (DATE+TIME) sirasina dizmek icin     <*
      *>                 kullanilan gecici SORT work-file'i. Tutar     <*
      *>                 hareketi (sonra - once) INPUT PROCEDURE'de    <*
      *>                 hesaplanir; acilis julian tarihi 'W'          <*
      *>                 kaydinda sonra, digerlerinde once             <*
      *>                 goruntusunden alinir.                         <*
       SD  SORT-FILE.
       01  SRT-REC.
           05 SRT-IDX-ID           PIC 9(05).
           05 SRT-IDX-DVZ          PIC 9(03).
           05 SRT-DATE             PIC 9(06).
           05 SRT-TIME             PIC 9(08).
           05 SRT-PROC-TYPE        PIC X(01).
           05 SRT-OPEN-JUL         PIC 9(07).
           05 SRT-MOVE             PIC S9(13)V99.
      *
      *>   RPT-FILE ==> vaka raporu.                                   <*
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           05 RPT-LINE             PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 AUD-ST              PIC 9(02).
             88 AUD-EOF                    VALUE 10.
             88 AUD-SUCCESS                VALUE 00 97.
           05 RUL-ST              PIC 9(02).
             88 RUL-EOF                    VALUE 10.
             88 RUL-SUCCESS                VALUE 00 97.
           05 CASE-ST             PIC 9(02).
             88 CASE-SUCCESS               VALUE 00 97.
           05 RPT-ST              PIC 9(02).
             88 RPT-SUCCESS                VALUE 00 97.
      *
              *>*> PARM'dan gelen kayan pencere gun sayisi <*<*
       01  WINDOW-AREA.
           05 WINDOW-PARM         PIC X(05) VALUE SPACES.
           05 WINDOW-DAYS         PIC 9(05) VALUE 30.
      *
              *>*> Gun hesabi (30/360 yaklasimi) degiskenleri <*<*
       01  DAYCALC-AREA.
           05 RUN-DATE            PIC 9(06).
           05 RUN-DATE-R REDEFINES RUN-DATE.
             10 RUN-DATE-YY       PIC 9(02).
             10 RUN-DATE-MM       PIC 9(02).
             10 RUN-DATE-DD       PIC 9(02).
           05 TODAY-SERIAL        PIC S9(07) COMP.
           05 WINDOW-START        PIC S9(07) COMP.
           05 ACT-SERIAL          PIC S9(07) COMP.
           05 ACT-DATE-NUM        PIC 9(06).
           05 ACT-DATE-R REDEFINES ACT-DATE-NUM.
             10 ACT-YY            PIC 9(02).
             10 ACT-MM            PIC 9(02).
             10 ACT-DD            PIC 9(02).
           05 JUL-DATE-NUM        PIC 9(07).
           05 JUL-DATE-R REDEFINES JUL-DATE-NUM.
             10 JUL-YYYY          PIC 9(04).
             10 JUL-DDD           PIC 9(03).
      *
              *>*> AMLRULE'dan yuklenen aktif kurallar <*<*
       01  RULE-TABLE-AREA.
           05 RULE-CNT            PIC 9(03) COMP VALUE 0.
           05 RUL-SUB             PIC 9(03) COMP.
           05 RULE-ENTRY OCCURS 1 TO 50 DEPENDING ON RULE-CNT.
             10 RUL-ID            PIC X(05).
             10 RUL-TYPE          PIC X(01).
               88 RUL-STRUCTURING          VALUE 'S'.
               88 RUL-NEW-ACCOUNT          VALUE 'N'.
               88 RUL-RAPID-MOVEMENT       VALUE 'R'.
               88 RUL-DORMANT-ACTIVITY     VALUE 'D'.
             10 RUL-WINDOW        PIC 9(03) COMP.
             10 RUL-AMOUNT        PIC S9(13)V99 COMP-3.
             10 RUL-BAND          PIC S9(13)V99 COMP-3.
             10 RUL-MIN-CNT       PIC 9(03) COMP.
             10 RUL-PCT           PIC 9(03) COMP.
             10 RUL-AGE           PIC 9(05) COMP.
             10 RUL-DESC          PIC X(25).
             10 RUL-CASE-CNT      PIC 9(07) COMP.
      *
              *>*> Hesap (ID+DVZ) control-break degiskenleri <*<*
       01  ACCT-BREAK-CTL.
           05 SORT-EOF-SW         PIC X(01) VALUE 'N'.
             88 SORT-EOF                   VALUE 'Y'.
           05 ACCT-FIRST-SW       PIC X(01) VALUE 'Y'.
             88 ACCT-FIRST                 VALUE 'Y'.
           05 CUR-ID              PIC 9(05).
           05 CUR-DVZ             PIC 9(03).
           05 ACCT-OPEN-SW        PIC X(01).
             88 ACCT-OPEN-SEEN             VALUE 'Y'.
           05 OPEN-SERIAL         PIC S9(07) COMP.
           05 ACCT-JUL-SW         PIC X(01).
             88 ACCT-JUL-KNOWN             VALUE 'Y'.
           05 JUL-SERIAL          PIC S9(07) COMP.
           05 PRE-ACT-SW          PIC X(01).
             88 PRE-ACT-SEEN               VALUE 'Y'.
           05 PRE-SERIAL          PIC S9(07) COMP.
           05 ENT-OVFL-CNT        PIC 9(07) COMP.
      *
              *>*> Bir hesabin pencere icindeki journal kayitlari <*<*
       01  ACCT-ENTRY-AREA.
           05 ENT-CNT             PIC 9(05) COMP VALUE 0.
           05 ENT-SUB             PIC 9(05) COMP.
           05 ENT-SUB2            PIC 9(05) COMP.
           05 ENT-ENTRY OCCURS 1 TO 3000 DEPENDING ON ENT-CNT.
             10 ENT-DATE          PIC 9(06).
             10 ENT-TIME          PIC 9(08).
             10 ENT-TYPE          PIC X(01).
               88 ENT-MONEY-MOVE           VALUE 'B' 'T' 'X'.
             10 ENT-SERIAL        PIC S9(07) COMP.
             10 ENT-MOVE          PIC S9(13)V99 COMP-3.
             10 ENT-TRIG-SW       PIC X(01).
               88 ENT-TRIGGERED            VALUE 'Y'.
      *
              *>*> Kural degerlendirme calisma alanlari <*<*
       01  EVAL-WORK.
           05 HIT-SW              PIC X(01).
             88 RULE-HIT                   VALUE 'Y'.
           05 EVAL-MATCH-SW       PIC X(01).
             88 EVAL-MATCH                 VALUE 'Y'.
           05 EVAL-STOP-SW        PIC X(01).
             88 EVAL-STOP                  VALUE 'Y'.
           05 EVAL-PREV-SW        PIC X(01).
             88 EVAL-PREV-KNOWN            VALUE 'Y'.
           05 EVAL-SUB            PIC 9(05) COMP.
           05 EVAL-CNT            PIC 9(05) COMP.
           05 EVAL-GAP            PIC S9(07) COMP.
           05 EVAL-PREV           PIC S9(07) COMP.
           05 EVAL-LOW            PIC S9(13)V99 COMP-3.
           05 EVAL-AMT            PIC S9(15)V99 COMP-3.
           05 EVAL-LIMIT          PIC S9(15)V99 COMP-3.
      *
              *>*> Vaka ve run toplamlari <*<*
       01  CASE-CTL.
           05 CASE-SEQ-NUM        PIC 9(05) COMP VALUE 0.
           05 CASE-SLOT           PIC 9(03) COMP.
           05 CASE-AMT            PIC S9(15)V99 COMP-3.
           05 TOT-CASE-CNT        PIC 9(07) COMP VALUE 0.
           05 TOT-ACCT-CNT        PIC 9(07) COMP VALUE 0.
           05 TOT-JRNL-CNT        PIC 9(07) COMP VALUE 0.
           05 TOT-OVFL-CNT        PIC 9(07) COMP VALUE 0.
      *
              *>*> Rapor basim alanlari <*<*
       01  RPT-WORK.
           05 RPT-CNT-D           PIC 9(07).
           05 RPT-ENT-D           PIC 9(04).
           05 RPT-AMT-D           PIC -(14)9.99.
           05 RPT-MOVE-D          PIC -(12)9.99.
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *>   Akis: pencere ve kurallar cozulur; journal INPUT-PROCEDURE  <*
      *>    ile SORT'a verilir, OUTPUT-PROCEDURE hesap bazinda kayit   <*
      *>    tablosunu doldurup her hesap kirilisinda kurallari         <*
      *>    uygular. Vaka cikmissa RC 04 ile doner.                    <*
      *----------------------------------------------------------------*
       MAIN-PRAG.
           ACCEPT WINDOW-PARM FROM COMMAND-LINE
           PERFORM RESOLVE-WINDOW
           PERFORM CALC-TODAY-SERIAL
           PERFORM LOAD-RULE-TABLE
           SORT SORT-FILE
             ON ASCENDING KEY SRT-IDX-ID SRT-IDX-DVZ SRT-DATE SRT-TIME
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE  IS LOAD-JOURNAL-ENTRIES
             OUTPUT PROCEDURE IS PRODUCE-CASES
           IF TOT-CASE-CNT IS GREATER THAN ZERO
             MOVE 04 TO RETURN-CODE
           ELSE
             MOVE 00 TO RETURN-CODE
           END-IF
           STOP RUN.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PARM bos/numeric-disi/sifir ise 30 gunluk varsayilan        <*
      *>    pencere kullanilir.                                        <*
      *----------------------------------------------------------------*
       RESOLVE-WINDOW.
           IF WINDOW-PARM IS NOT EQUAL TO SPACES
             AND WINDOW-PARM IS NUMERIC
             IF WINDOW-PARM IS NOT EQUAL TO '00000'
               MOVE WINDOW-PARM TO WINDOW-DAYS
             END-IF
           END-IF
           DISPLAY 'AMLSCAN - SCAN WINDOW (DAYS): ' WINDOW-DAYS.
       RESOLVE-WINDOW-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CALC-TODAY-SERIAL.
           ACCEPT RUN-DATE FROM DATE
           COMPUTE TODAY-SERIAL = RUN-DATE-YY * 365
                                + (RUN-DATE-MM - 1) * 30
                                + RUN-DATE-DD
           COMPUTE WINDOW-START = TODAY-SERIAL - WINDOW-DAYS.
       CALC-TODAY-SERIAL-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Aktif ve tipi gecerli kurallar tabloya alinir. Bos         <*
      *>    birakilan parametreler icin varsayilanlar: S'de MIN-CNT 3, <*
      *>    R'de YUZDE 80, D'de YAS 90 (DORMSWP esigi), N'de YAS 30    <*
      *>    gun.                                                       <*
      *>   Hic aktif kural yoksa taranacak bir sey yoktur, RC 04.      <*
      *----------------------------------------------------------------*
       LOAD-RULE-TABLE.
           OPEN INPUT RUL-FILE
           IF NOT RUL-SUCCESS
             DISPLAY 'AMLSCAN - AMLRULE CANNOT OPEN: ' RUL-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           READ RUL-FILE
           PERFORM UNTIL RUL-EOF OR RULE-CNT IS EQUAL TO 50
             IF RUL-REC-IS-ACTIVE
               IF RUL-REC-VALID-TYPE
                 PERFORM ADD-RULE-ENTRY
               ELSE
                 DISPLAY 'AMLSCAN - RULE ' RUL-REC-ID
                         ' HAS INVALID TYPE: ' RUL-REC-TYPE
                         ' - SKIPPED'
               END-IF
             END-IF
             READ RUL-FILE
           END-PERFORM
           IF RULE-CNT IS EQUAL TO 50 AND NOT RUL-EOF
             DISPLAY 'AMLSCAN - AMLRULE EXCEEDS 50 ACTIVE RULES - '
                     'TABLE TRUNCATED'
           END-IF
           CLOSE RUL-FILE
           DISPLAY 'AMLSCAN - ACTIVE RULES LOADED: ' RULE-CNT
           IF RULE-CNT IS EQUAL TO ZERO
             DISPLAY 'AMLSCAN - NO ACTIVE RULES - NOTHING TO SCAN'
             MOVE 04 TO RETURN-CODE
             STOP RUN
           END-IF.
       LOAD-RULE-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       ADD-RULE-ENTRY.
           ADD 1 TO RULE-CNT
           MOVE RUL-REC-ID      TO RUL-ID(RULE-CNT)
           MOVE RUL-REC-TYPE    TO RUL-TYPE(RULE-CNT)
           MOVE RUL-REC-WINDOW  TO RUL-WINDOW(RULE-CNT)
           MOVE RUL-REC-AMOUNT  TO RUL-AMOUNT(RULE-CNT)
           MOVE RUL-REC-BAND    TO RUL-BAND(RULE-CNT)
           MOVE RUL-REC-MIN-CNT TO RUL-MIN-CNT(RULE-CNT)
           MOVE RUL-REC-PCT     TO RUL-PCT(RULE-CNT)
           MOVE RUL-REC-AGE     TO RUL-AGE(RULE-CNT)
           MOVE RUL-REC-DESC    TO RUL-DESC(RULE-CNT)
           MOVE 0               TO RUL-CASE-CNT(RULE-CNT)
           EVALUATE TRUE
             WHEN RUL-STRUCTURING(RULE-CNT)
               IF RUL-MIN-CNT(RULE-CNT) IS EQUAL TO ZERO
                 MOVE 3 TO RUL-MIN-CNT(RULE-CNT)
               END-IF
             WHEN RUL-RAPID-MOVEMENT(RULE-CNT)
               IF RUL-PCT(RULE-CNT) IS EQUAL TO ZERO
                 MOVE 80 TO RUL-PCT(RULE-CNT)
               END-IF
             WHEN RUL-DORMANT-ACTIVITY(RULE-CNT)
               IF RUL-AGE(RULE-CNT) IS EQUAL TO ZERO
                 MOVE 90 TO RUL-AGE(RULE-CNT)
               END-IF
             WHEN RUL-NEW-ACCOUNT(RULE-CNT)
               IF RUL-AGE(RULE-CNT) IS EQUAL TO ZERO
                 MOVE 30 TO RUL-AGE(RULE-CNT)
               END-IF
           END-EVALUATE.
       ADD-RULE-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Musteri hareketi sayilmayan kayitlar (DORMSWP ile ayni:     <*
      *>    I tahakkuk, P blokaj, F ucret, K re-key, V ters kayit)     <*
      *>    SORT'a verilmez. Tutar hareketi yalnizca B/T/X icin        <*
      *>    hesaplanir; diger tiplerde sifirdir.                       <*
      *----------------------------------------------------------------*
       LOAD-JOURNAL-ENTRIES.
           OPEN INPUT AUD-FILE
           IF NOT AUD-SUCCESS
             DISPLAY 'AMLSCAN - AUDFILE CANNOT OPEN: ' AUD-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           READ AUD-FILE
           PERFORM UNTIL AUD-EOF
             IF AUD-PROC-TYPE IS NOT EQUAL TO 'I'
               AND AUD-PROC-TYPE IS NOT EQUAL TO 'P'
               AND AUD-PROC-TYPE IS NOT EQUAL TO 'F'
               AND AUD-PROC-TYPE IS NOT EQUAL TO 'K'
               AND AUD-PROC-TYPE IS NOT EQUAL TO 'V'
               PERFORM RELEASE-JOURNAL-ENTRY
             END-IF
             READ AUD-FILE
           END-PERFORM
           CLOSE AUD-FILE.
       LOAD-JOURNAL-ENTRIES-END. EXIT.
      *----
      *----------------------------------------------------------------*
       RELEASE-JOURNAL-ENTRY.
           MOVE SPACES        TO SRT-REC
           MOVE AUD-IDX-ID    TO SRT-IDX-ID
           MOVE AUD-IDX-DVZ   TO SRT-IDX-DVZ
           MOVE AUD-DATE      TO SRT-DATE
           MOVE AUD-TIME      TO SRT-TIME
           MOVE AUD-PROC-TYPE TO SRT-PROC-TYPE
           IF AUD-PROC-TYPE IS EQUAL TO 'W'
             MOVE AUD-AFT-JUL TO SRT-OPEN-JUL
           ELSE
             MOVE AUD-BEF-JUL TO SRT-OPEN-JUL
           END-IF
           IF AUD-PROC-TYPE IS EQUAL TO 'B'
             OR AUD-PROC-TYPE IS EQUAL TO 'T'
             OR AUD-PROC-TYPE IS EQUAL TO 'X'
             COMPUTE SRT-MOVE = AUD-AFT-AMOUNT - AUD-BEF-AMOUNT
           ELSE
             MOVE ZERO TO SRT-MOVE
           END-IF
           ADD 1 TO TOT-JRNL-CNT
           RELEASE SRT-REC.
       RELEASE-JOURNAL-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Siralanmis akista her hesap grubu tabloya alinir; anahtar   <*
      *>    degistiginde bir onceki hesaba kurallar uygulanir.         <*
      *----------------------------------------------------------------*
       PRODUCE-CASES.
           OPEN OUTPUT CASE-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT CASE-SUCCESS OR NOT RPT-SUCCESS)
             DISPLAY 'AMLSCAN - FILE CANNOT OPEN'
             DISPLAY 'CASE-ST: ' CASE-ST
             DISPLAY 'RPT-ST : ' RPT-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO RPT-REC
           STRING 'AMLSCAN - SUSPICIOUS ACTIVITY CASE REPORT - RUN: '
                    DELIMITED BY SIZE
                  RUN-DATE    DELIMITED BY SIZE
                  ' WINDOW: ' DELIMITED BY SIZE
                  WINDOW-DAYS DELIMITED BY SIZE
                  ' DAYS'     DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           RETURN SORT-FILE
             AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
             PERFORM CHECK-ACCOUNT-BREAK
             RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
             END-RETURN
           END-PERFORM
           IF NOT ACCT-FIRST
             PERFORM EVALUATE-ACCOUNT
           END-IF
           PERFORM PRNT-RULE-SUMMARY
           CLOSE CASE-FILE
           CLOSE RPT-FILE.
       PRODUCE-CASES-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CHECK-ACCOUNT-BREAK.
           IF ACCT-FIRST
             PERFORM START-ACCOUNT
           ELSE
             IF SRT-IDX-ID  IS NOT EQUAL TO CUR-ID
               OR SRT-IDX-DVZ IS NOT EQUAL TO CUR-DVZ
               PERFORM EVALUATE-ACCOUNT
               PERFORM START-ACCOUNT
             END-IF
           END-IF
           PERFORM ADD-JOURNAL-ENTRY.
       CHECK-ACCOUNT-BREAK-END. EXIT.
      *----
      *----------------------------------------------------------------*
       START-ACCOUNT.
           MOVE SRT-IDX-ID  TO CUR-ID
           MOVE SRT-IDX-DVZ TO CUR-DVZ
           MOVE 'N' TO ACCT-OPEN-SW
           MOVE 'N' TO ACCT-JUL-SW
           MOVE 'N' TO PRE-ACT-SW
           MOVE 0   TO OPEN-SERIAL JUL-SERIAL PRE-SERIAL
           MOVE 0   TO ENT-CNT
           MOVE 0   TO ENT-OVFL-CNT
           MOVE 'N' TO ACCT-FIRST-SW
           ADD 1 TO TOT-ACCT-CNT.
       START-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Acilis julian tarihi hesabin ilk kaydindan alinir. Pencere  <*
      *>    oncesindeki kayitlar tabloya girmez; yalnizca son musteri  <*
      *>    hareketinin ve 'W' acilisinin gun serisi saklanir.         <*
      *----------------------------------------------------------------*
       ADD-JOURNAL-ENTRY.
           IF NOT ACCT-JUL-KNOWN
             AND SRT-OPEN-JUL IS GREATER THAN ZERO
             MOVE SRT-OPEN-JUL TO JUL-DATE-NUM
             COMPUTE JUL-SERIAL = (JUL-YYYY - 2000) * 365
                                + JUL-DDD
             MOVE 'Y' TO ACCT-JUL-SW
           END-IF
           MOVE SRT-DATE TO ACT-DATE-NUM
           PERFORM CALC-ACT-SERIAL-YYMMDD
           IF SRT-PROC-TYPE IS EQUAL TO 'W'
             MOVE 'Y' TO ACCT-OPEN-SW
             MOVE ACT-SERIAL TO OPEN-SERIAL
           END-IF
           IF ACT-SERIAL IS LESS THAN WINDOW-START
             MOVE 'Y' TO PRE-ACT-SW
             MOVE ACT-SERIAL TO PRE-SERIAL
           ELSE
             IF ENT-CNT IS LESS THAN 3000
               ADD 1 TO ENT-CNT
               MOVE SRT-DATE      TO ENT-DATE(ENT-CNT)
               MOVE SRT-TIME      TO ENT-TIME(ENT-CNT)
               MOVE SRT-PROC-TYPE TO ENT-TYPE(ENT-CNT)
               MOVE ACT-SERIAL    TO ENT-SERIAL(ENT-CNT)
               MOVE SRT-MOVE      TO ENT-MOVE(ENT-CNT)
               MOVE 'N'           TO ENT-TRIG-SW(ENT-CNT)
             ELSE
               ADD 1 TO ENT-OVFL-CNT
             END-IF
           END-IF.
       ADD-JOURNAL-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   YYMMDD tarihinden 30/360 yaklasimiyla gun serisi.           <*
      *----------------------------------------------------------------*
       CALC-ACT-SERIAL-YYMMDD.
           COMPUTE ACT-SERIAL = ACT-YY * 365
                              + (ACT-MM - 1) * 30
                              + ACT-DD.
       CALC-ACT-SERIAL-YYMMDD-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Hesap kirilisi: pencere icinde kaydi olan hesaba her aktif  <*
      *>    kural sirayla uygulanir. Kural basina hesap basina en      <*
      *>    fazla bir vaka acilir (ilk isabet).                        <*
      *----------------------------------------------------------------*
       EVALUATE-ACCOUNT.
           IF ENT-CNT IS GREATER THAN ZERO
             PERFORM APPLY-ONE-RULE
               VARYING RUL-SUB FROM 1 BY 1
               UNTIL RUL-SUB IS GREATER THAN RULE-CNT
           END-IF
           IF ENT-OVFL-CNT IS GREATER THAN ZERO
             ADD 1 TO TOT-OVFL-CNT
             DISPLAY 'AMLSCAN - ID: ' CUR-ID ' DVZ: ' CUR-DVZ
                     ' MORE THAN 3000 ENTRIES IN WINDOW - '
                     ENT-OVFL-CNT ' NOT EVALUATED'
           END-IF.
       EVALUATE-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       APPLY-ONE-RULE.
           MOVE 'N' TO HIT-SW
           PERFORM CLEAR-TRIGGERS
           EVALUATE TRUE
             WHEN RUL-STRUCTURING(RUL-SUB)
               PERFORM CHECK-STRUCTURING
             WHEN RUL-NEW-ACCOUNT(RUL-SUB)
               PERFORM CHECK-NEW-ACCOUNT
             WHEN RUL-RAPID-MOVEMENT(RUL-SUB)
               PERFORM CHECK-RAPID-MOVEMENT
             WHEN RUL-DORMANT-ACTIVITY(RUL-SUB)
               PERFORM CHECK-DORMANT-ACTIVITY
           END-EVALUATE
           IF RULE-HIT
             PERFORM WRITE-CASE
           END-IF.
       APPLY-ONE-RULE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CLEAR-TRIGGERS.
           PERFORM CLEAR-ONE-TRIGGER
             VARYING EVAL-SUB FROM 1 BY 1
             UNTIL EVAL-SUB IS GREATER THAN ENT-CNT.
       CLEAR-TRIGGERS-END. EXIT.
      *----
       CLEAR-ONE-TRIGGER.
           MOVE 'N' TO ENT-TRIG-SW(EVAL-SUB).
       CLEAR-ONE-TRIGGER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   S - yapilandirma: esik altindaki her 'B' alacagi icin,      <*
      *>    ondan once ve pencere gun icinde kalan esik-alti           <*
      *>    alacaklar sayilir; MIN-CNT'e ulasan ilk kume vakadir.      <*
      *>    Pencere 0 gun ise ayni gun demektir.                       <*
      *----------------------------------------------------------------*
       CHECK-STRUCTURING.
           COMPUTE EVAL-LOW = RUL-AMOUNT(RUL-SUB) - RUL-BAND(RUL-SUB)
           PERFORM TEST-STRUCTURING-WINDOW
             VARYING ENT-SUB FROM 1 BY 1
             UNTIL ENT-SUB IS GREATER THAN ENT-CNT
                OR RULE-HIT.
       CHECK-STRUCTURING-END. EXIT.
      *----
       TEST-STRUCTURING-WINDOW.
           MOVE ENT-SUB TO EVAL-SUB
           PERFORM TEST-STRUCTURING-CREDIT
           IF EVAL-MATCH
             MOVE 0 TO EVAL-CNT
             PERFORM COUNT-STRUCTURING-CREDIT
               VARYING ENT-SUB2 FROM 1 BY 1
               UNTIL ENT-SUB2 IS GREATER THAN ENT-SUB
             IF EVAL-CNT IS NOT LESS THAN RUL-MIN-CNT(RUL-SUB)
               MOVE 'Y' TO HIT-SW
             ELSE
               PERFORM CLEAR-TRIGGERS
             END-IF
           END-IF.
       TEST-STRUCTURING-WINDOW-END. EXIT.
      *----
       COUNT-STRUCTURING-CREDIT.
           MOVE ENT-SUB2 TO EVAL-SUB
           PERFORM TEST-STRUCTURING-CREDIT
           IF EVAL-MATCH
             COMPUTE EVAL-GAP = ENT-SERIAL(ENT-SUB)
                              - ENT-SERIAL(ENT-SUB2)
             IF EVAL-GAP IS NOT GREATER THAN RUL-WINDOW(RUL-SUB)
               ADD 1 TO EVAL-CNT
               MOVE 'Y' TO ENT-TRIG-SW(ENT-SUB2)
             END-IF
           END-IF.
       COUNT-STRUCTURING-CREDIT-END. EXIT.
      *----
       TEST-STRUCTURING-CREDIT.
           MOVE 'N' TO EVAL-MATCH-SW
           IF ENT-TYPE(EVAL-SUB) IS EQUAL TO 'B'
             AND ENT-MOVE(EVAL-SUB) IS GREATER THAN ZERO
             AND ENT-MOVE(EVAL-SUB) IS NOT LESS THAN EVAL-LOW
             AND ENT-MOVE(EVAL-SUB) IS LESS THAN RUL-AMOUNT(RUL-SUB)
             MOVE 'Y' TO EVAL-MATCH-SW
           END-IF.
       TEST-STRUCTURING-CREDIT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   N - yeni hesaba buyuk giris: journal'da 'W' acilisi olan    <*
      *>    hesapta, acilistan sonraki YAS gun icindeki T/X alacak     <*
      *>    bacaklari toplanir; toplam esige ulasirsa vakadir.         <*
      *----------------------------------------------------------------*
       CHECK-NEW-ACCOUNT.
           IF ACCT-OPEN-SEEN
             MOVE 0    TO EVAL-CNT
             MOVE ZERO TO EVAL-AMT
             PERFORM TEST-NEW-ACCOUNT-INFLOW
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB IS GREATER THAN ENT-CNT
             IF EVAL-CNT IS GREATER THAN ZERO
               AND EVAL-AMT IS NOT LESS THAN RUL-AMOUNT(RUL-SUB)
               MOVE 'Y' TO HIT-SW
             END-IF
           END-IF.
       CHECK-NEW-ACCOUNT-END. EXIT.
      *----
       TEST-NEW-ACCOUNT-INFLOW.
           IF (ENT-TYPE(ENT-SUB) IS EQUAL TO 'T'
               OR ENT-TYPE(ENT-SUB) IS EQUAL TO 'X')
             AND ENT-MOVE(ENT-SUB) IS GREATER THAN ZERO
             COMPUTE EVAL-GAP = ENT-SERIAL(ENT-SUB) - OPEN-SERIAL
             IF EVAL-GAP IS NOT LESS THAN ZERO
               AND EVAL-GAP IS NOT GREATER THAN RUL-AGE(RUL-SUB)
               ADD 1 TO EVAL-CNT
               ADD ENT-MOVE(ENT-SUB) TO EVAL-AMT
               MOVE 'Y' TO ENT-TRIG-SW(ENT-SUB)
             END-IF
           END-IF.
       TEST-NEW-ACCOUNT-INFLOW-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   R - hizli giris-cikis: esige ulasan her B/T/X alacagi icin  <*
      *>    sonraki pencere gun icindeki B/T/X borclari toplanir;      <*
      *>    toplam alacagin YUZDE'sine ulasirsa alacak ve borclar      <*
      *>    birlikte vakadir.                                          <*
      *----------------------------------------------------------------*
       CHECK-RAPID-MOVEMENT.
           PERFORM TEST-RAPID-CREDIT
             VARYING ENT-SUB FROM 1 BY 1
             UNTIL ENT-SUB IS GREATER THAN ENT-CNT
                OR RULE-HIT.
       CHECK-RAPID-MOVEMENT-END. EXIT.
      *----
       TEST-RAPID-CREDIT.
           IF ENT-MONEY-MOVE(ENT-SUB)
             AND ENT-MOVE(ENT-SUB) IS GREATER THAN ZERO
             AND ENT-MOVE(ENT-SUB) IS NOT LESS THAN RUL-AMOUNT(RUL-SUB)
             MOVE ZERO TO EVAL-AMT
             MOVE 'N'  TO EVAL-STOP-SW
             PERFORM SUM-RAPID-DEBIT
               VARYING ENT-SUB2 FROM ENT-SUB BY 1
               UNTIL ENT-SUB2 IS GREATER THAN ENT-CNT
                  OR EVAL-STOP
             COMPUTE EVAL-LIMIT = ENT-MOVE(ENT-SUB)
                                * RUL-PCT(RUL-SUB) / 100
             IF EVAL-AMT IS GREATER THAN ZERO
               AND EVAL-AMT IS NOT LESS THAN EVAL-LIMIT
               MOVE 'Y' TO HIT-SW
               MOVE 'Y' TO ENT-TRIG-SW(ENT-SUB)
             ELSE
               PERFORM CLEAR-TRIGGERS
             END-IF
           END-IF.
       TEST-RAPID-CREDIT-END. EXIT.
      *----
       SUM-RAPID-DEBIT.
           COMPUTE EVAL-GAP = ENT-SERIAL(ENT-SUB2) - ENT-SERIAL(ENT-SUB)
           IF EVAL-GAP IS GREATER THAN RUL-WINDOW(RUL-SUB)
             MOVE 'Y' TO EVAL-STOP-SW
           ELSE
             IF ENT-MONEY-MOVE(ENT-SUB2)
               AND ENT-MOVE(ENT-SUB2) IS LESS THAN ZERO
               SUBTRACT ENT-MOVE(ENT-SUB2) FROM EVAL-AMT
               MOVE 'Y' TO ENT-TRIG-SW(ENT-SUB2)
             END-IF
           END-IF.
       SUM-RAPID-DEBIT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   D - dormant hesapta hareket: bir onceki musteri hareketi    <*
      *>    (pencere icinde onceki kayit, yoksa pencere oncesindeki    <*
      *>    son hareket, o da yoksa IDX-JUL acilis tarihi) ile         <*
      *>    arasinda YAS gunden fazla bosluk olan ve mutlak tutari     <*
      *>    esige ulasan ilk hareket vakadir.                          <*
      *----------------------------------------------------------------*
       CHECK-DORMANT-ACTIVITY.
           PERFORM TEST-DORMANT-ENTRY
             VARYING ENT-SUB FROM 1 BY 1
             UNTIL ENT-SUB IS GREATER THAN ENT-CNT
                OR RULE-HIT.
       CHECK-DORMANT-ACTIVITY-END. EXIT.
      *----
       TEST-DORMANT-ENTRY.
           MOVE 'N' TO EVAL-PREV-SW
           IF ENT-SUB IS GREATER THAN 1
             MOVE ENT-SERIAL(ENT-SUB - 1) TO EVAL-PREV
             MOVE 'Y' TO EVAL-PREV-SW
           ELSE
             IF PRE-ACT-SEEN
               MOVE PRE-SERIAL TO EVAL-PREV
               MOVE 'Y' TO EVAL-PREV-SW
             ELSE
               IF ACCT-JUL-KNOWN
                 MOVE JUL-SERIAL TO EVAL-PREV
                 MOVE 'Y' TO EVAL-PREV-SW
               END-IF
             END-IF
           END-IF
           IF EVAL-PREV-KNOWN
             COMPUTE EVAL-GAP = ENT-SERIAL(ENT-SUB) - EVAL-PREV
             MOVE ENT-MOVE(ENT-SUB) TO EVAL-AMT
             IF EVAL-AMT IS LESS THAN ZERO
               COMPUTE EVAL-AMT = 0 - EVAL-AMT
             END-IF
             IF EVAL-GAP IS GREATER THAN RUL-AGE(RUL-SUB)
               AND EVAL-AMT IS NOT LESS THAN RUL-AMOUNT(RUL-SUB)
               MOVE 'Y' TO HIT-SW
               MOVE 'Y' TO ENT-TRIG-SW(ENT-SUB)
             END-IF
           END-IF.
       TEST-DORMANT-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Isabet: vaka numarasi (run tarihi + sira) verilir, isaretli <*
      *>    kayitlarin ilk 10'u vaka kaydina tasinir, vaka basligi ve  <*
      *>    tetikleyen kayitlarin tamami rapora basilir.               <*
      *----------------------------------------------------------------*
       WRITE-CASE.
           ADD 1 TO CASE-SEQ-NUM
           ADD 1 TO TOT-CASE-CNT
           ADD 1 TO RUL-CASE-CNT(RUL-SUB)
           INITIALIZE CASE-REC
           MOVE RUN-DATE          TO CASE-RUN-DATE
           MOVE CASE-SEQ-NUM      TO CASE-SEQ
           MOVE RUL-ID(RUL-SUB)   TO CASE-RULE-ID
           MOVE RUL-TYPE(RUL-SUB) TO CASE-RULE-TYPE
           MOVE CUR-ID            TO CASE-IDX-ID
           MOVE CUR-DVZ           TO CASE-IDX-DVZ
           MOVE 0                 TO CASE-SLOT
           MOVE ZERO              TO CASE-AMT
           PERFORM COLLECT-CASE-ENTRY
             VARYING ENT-SUB FROM 1 BY 1
             UNTIL ENT-SUB IS GREATER THAN ENT-CNT
           MOVE CASE-AMT          TO CASE-TOTAL-AMT
           WRITE CASE-REC
           PERFORM PRNT-CASE-HEADER
           PERFORM PRNT-CASE-ENTRY
             VARYING ENT-SUB FROM 1 BY 1
             UNTIL ENT-SUB IS GREATER THAN ENT-CNT.
       WRITE-CASE-END. EXIT.
      *----
       COLLECT-CASE-ENTRY.
           IF ENT-TRIGGERED(ENT-SUB)
             ADD 1 TO CASE-ENT-CNT
             IF ENT-MOVE(ENT-SUB) IS LESS THAN ZERO
               SUBTRACT ENT-MOVE(ENT-SUB) FROM CASE-AMT
             ELSE
               ADD ENT-MOVE(ENT-SUB) TO CASE-AMT
             END-IF
             IF CASE-SLOT IS LESS THAN 10
               ADD 1 TO CASE-SLOT
               MOVE ENT-DATE(ENT-SUB) TO CASE-ENT-DATE(CASE-SLOT)
               MOVE ENT-TIME(ENT-SUB) TO CASE-ENT-TIME(CASE-SLOT)
               MOVE ENT-TYPE(ENT-SUB) TO CASE-ENT-TYPE(CASE-SLOT)
               MOVE ENT-MOVE(ENT-SUB) TO CASE-ENT-MOVE(CASE-SLOT)
             END-IF
           END-IF.
       COLLECT-CASE-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-CASE-HEADER.
           MOVE CASE-ENT-CNT TO RPT-ENT-D
           MOVE CASE-AMT     TO RPT-AMT-D
           MOVE SPACES TO RPT-REC
           STRING 'CASE: '          DELIMITED BY SIZE
                  CASE-ID           DELIMITED BY SIZE
                  ' RULE: '         DELIMITED BY SIZE
                  RUL-ID(RUL-SUB)   DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  RUL-TYPE(RUL-SUB) DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RUL-DESC(RUL-SUB) DELIMITED BY SIZE
                  ' ID: '           DELIMITED BY SIZE
                  CUR-ID            DELIMITED BY SIZE
                  ' DVZ: '          DELIMITED BY SIZE
                  CUR-DVZ           DELIMITED BY SIZE
                  ' ENTRIES: '      DELIMITED BY SIZE
                  RPT-ENT-D         DELIMITED BY SIZE
                  ' TOTAL:'         DELIMITED BY SIZE
                  RPT-AMT-D         DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-CASE-HEADER-END. EXIT.
      *----
       PRNT-CASE-ENTRY.
           IF ENT-TRIGGERED(ENT-SUB)
             MOVE ENT-MOVE(ENT-SUB) TO RPT-MOVE-D
             MOVE SPACES TO RPT-REC
             STRING '      DATE: '     DELIMITED BY SIZE
                    ENT-DATE(ENT-SUB) DELIMITED BY SIZE
                    ' TIME: '         DELIMITED BY SIZE
                    ENT-TIME(ENT-SUB) DELIMITED BY SIZE
                    ' TYPE: '         DELIMITED BY SIZE
                    ENT-TYPE(ENT-SUB) DELIMITED BY SIZE
                    ' MOVEMENT:'      DELIMITED BY SIZE
                    RPT-MOVE-D        DELIMITED BY SIZE
                    INTO RPT-REC
             END-STRING
             WRITE RPT-REC
           END-IF.
       PRNT-CASE-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Run sonu: kural bazinda vaka sayilari ve genel toplamlar.   <*
      *----------------------------------------------------------------*
       PRNT-RULE-SUMMARY.
           MOVE SPACES TO RPT-REC
           STRING '=== CASES BY RULE ===' DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           PERFORM PRNT-RULE-SUMMARY-LINE
             VARYING RUL-SUB FROM 1 BY 1
             UNTIL RUL-SUB IS GREATER THAN RULE-CNT
           MOVE TOT-ACCT-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNTS SCANNED: ' DELIMITED BY SIZE
                  RPT-CNT-D            DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TOT-CASE-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'TOTAL CASES     : ' DELIMITED BY SIZE
                  RPT-CNT-D            DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           DISPLAY 'AMLSCAN - JOURNAL RECORDS READ : ' TOT-JRNL-CNT
           DISPLAY 'AMLSCAN - ACCOUNTS SCANNED     : ' TOT-ACCT-CNT
           DISPLAY 'AMLSCAN - CASES OPENED         : ' TOT-CASE-CNT
           IF TOT-OVFL-CNT IS GREATER THAN ZERO
             DISPLAY 'AMLSCAN - ACCOUNTS TRUNCATED   : ' TOT-OVFL-CNT
           END-IF.
       PRNT-RULE-SUMMARY-END. EXIT.
      *----
       PRNT-RULE-SUMMARY-LINE.
           MOVE RUL-CASE-CNT(RUL-SUB) TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '  '              DELIMITED BY SIZE
                  RUL-ID(RUL-SUB)   DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  RUL-TYPE(RUL-SUB) DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RUL-DESC(RUL-SUB) DELIMITED BY SIZE
                  ' CASES: '        DELIMITED BY SIZE
                  RPT-CNT-D         DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-RULE-SUMMARY-LINE-END. EXIT.
       END PROGRAM AMLSCAN.
