      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   SORSLT ==> duzenli odeme talimati sonuc isleyicisi. MAINPRG <*
      *>    bittikten sonra kosar: SOGEN'in gece ihrac listesi         <*
      *>    (SOISSUE) gecenin OUTFILE'i ile kaynak referansi ('SORD' + <*
      *>    ihrac no) uzerinden eslestirilir ve her talimatin sonucu   <*
      *>    SOMAST'a islenir:                                          <*
      *>     - RC 00: odendi; kacirilan odeme sayaci sifirlanir,       <*
      *>     - RC 92 (bakiye yetersiz) / 87 (blokaj nedeniyle          <*
      *>       yetersiz): kacirilan odeme sayaci artar; PARM'daki      <*
      *>       esige (varsayilan 3) ulasan aktif talimat askiya        <*
      *>       alinir ('S') - sube SOMAINT 'R' ile yeniden baslatir,   <*
      *>     - RC 23/95/88: MAINPRG islemi recycle'a almistir; sonuc   <*
      *>       sonraki gecelerde ACKSPLIT'te 'SORD' altinda gorulur,   <*
      *>       talimata kacirma sayilmaz,                              <*
      *>     - diger RC'ler (kapali/bloke hesap, limit, kur vb.)       <*
      *>       talimata son sonuc olarak yazilir ve raporlanir, ama    <*
      *>       yetersiz bakiye olmadigi icin kacirma sayilmaz.         <*
      *>   Eslesme ayrica borclu hesapla dogrulanir (OUT-ID/OUT-DVZ =  <*
      *>    talimatin borclu hesabi); farkli bir gecenin OUTFILE'i     <*
      *>    yanlislikla verilirse sonuclar "NO RESULT" olarak kalir    <*
      *>    ve talimatlara dokunulmaz.                                 <*
      *>   RC 04: askiya alinan ya da sonucu bulunamayan talimat var.  <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                SORSLT.
       AUTHOR.                    AYSU ONER.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.             15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOI-FILE        ASSIGN TO  SOISSUE
                                  STATUS     SOI-ST.
           SELECT OUT-FILE        ASSIGN TO  OUTFILE
                                  STATUS     OUT-ST.
           SELECT SO-FILE         ASSIGN TO  SOMAST
                                  ORGANIZATION INDEXED
                                  ACCESS     RANDOM
                                  RECORD KEY SO-KEY
                                  STATUS     SO-ST.
           SELECT RPT-FILE        ASSIGN TO  SORSLTRP
                                  STATUS     RPT-ST.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *>   SOI-FILE ==> SOGEN'in gece ihrac listesi; alan duzeni      <*
      *>    SOGEN'deki SOI-REC ile birebir aynidir.                   <*
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
      *
      *>   OUT-FILE ==> MAINPRG'in gece sonuc dosyasi; alan duzeni    <*
      *>    MAINPRG'deki OUT-REC ile birebir aynidir.                 <*
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
           05 OUT-KEY-INFO.
             10 OUT-ID            PIC 9(05).
             10 OUT-DVZ           PIC 9(03).
           05 OUT-MSG-INFO.
             10 OUT-RROC-TYP      PIC X(09).
             10 OUT-RC            PIC 9(02).
             10 OUT-MSG           PIC X(20).
             10 OUT-FROM          PIC X(36).
             10 OUT-TO            PIC X(35).
             10 OUT-APPR-ID       PIC X(05).
             10 OUT-SRC-REF.
               15 OUT-SRC-BRANCH  PIC X(04).
               15 OUT-SRC-LINE    PIC 9(07).
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
      *>   RPT-FILE ==> gece talimat sonuc raporu.                    <*
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           05 RPT-LINE             PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 SOI-ST              PIC 9(02).
             88 SOI-EOF                    VALUE 10.
             88 SOI-SUCCESS                VALUE 00 97.
           05 OUT-ST              PIC 9(02).
             88 OUT-EOF                    VALUE 10.
             88 OUT-SUCCESS                VALUE 00 97.
           05 SO-ST               PIC 9(02).
             88 SO-SUCCESS                 VALUE 00 97.
           05 RPT-ST              PIC 9(02).
             88 RPT-SUCCESS                VALUE 00 97.
      *
              *>*> PARM'dan gelen askiya alma esigi (kacirilan        <*<*
              *>*> odeme sayisi); bos/sifir ise 3.                   <*<*
       01  MISS-LIMIT-AREA.
           05 MISS-PARM           PIC X(02) VALUE SPACES.
           05 MISS-LIMIT          PIC 9(02) VALUE 03.
      *
              *>*> Gecenin ihrac tablosu: indis = ihrac sira no'su   <*<*
              *>*> (kaynak satir no'sunun NNNN kismi).               <*<*
       01  ISSUE-CTL.
           05 ISSUE-DAY           PIC 9(03) VALUE ZERO.
           05 ISSUE-CNT           PIC 9(04) COMP VALUE 0.
           05 ISSUE-SUB           PIC 9(04) COMP VALUE 0.
           05 LINE-DAY            PIC 9(03).
           05 LINE-SEQ            PIC 9(04).
           05 RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
       01  ISSUE-TABLE.
           05 ISU-ENTRY OCCURS 9999 TIMES.
             10 ISU-SO-KEY.
               15 ISU-DR-ID       PIC 9(05).
               15 ISU-DR-DVZ      PIC 9(03).
               15 ISU-SEQ         PIC 9(03).
             10 ISU-AMOUNT        PIC S9(13)V99 COMP-3.
             10 ISU-DUE-DATE      PIC 9(08).
             10 ISU-RSLT-SW       PIC X(01).
               88 ISU-HAS-RESULT           VALUE 'Y'.
             10 ISU-RSLT-RC       PIC 9(02).
             10 ISU-RSLT-MSG      PIC X(20).
      *
              *>*> Sonuc siniflandirma ve sayaclar <*<*
       01  RESULT-CTL.
           05 RSLT-TEXT           PIC X(24).
           05 SOI-READ-CNT        PIC 9(07) COMP VALUE 0.
           05 OUT-MATCH-CNT       PIC 9(07) COMP VALUE 0.
           05 OUT-PRIOR-CNT       PIC 9(07) COMP VALUE 0.
           05 PAID-CNT            PIC 9(07) COMP VALUE 0.
           05 MISSED-CNT          PIC 9(07) COMP VALUE 0.
           05 SUSPEND-CNT         PIC 9(07) COMP VALUE 0.
           05 RECYCLE-CNT         PIC 9(07) COMP VALUE 0.
           05 REJECT-CNT          PIC 9(07) COMP VALUE 0.
           05 NO-RSLT-CNT         PIC 9(07) COMP VALUE 0.
           05 NOT-FOUND-CNT       PIC 9(07) COMP VALUE 0.
      *
              *>*> Rapor basim alanlari <*<*
       01  RPT-WORK.
           05 RPT-AMT-D           PIC -(12)9.99.
           05 RPT-CNT-D           PIC 9(07).
           05 RPT-MISS-D          PIC 9(02).
           05 RPT-RC-D            PIC 9(02).
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           ACCEPT MISS-PARM FROM COMMAND-LINE
           PERFORM RESOLVE-MISS-LIMIT
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-ISSUE-TABLE
           PERFORM MATCH-OUT-FILE
           PERFORM PRNT-REPORT-HEADER
           PERFORM APPLY-ONE-RESULT
             VARYING ISSUE-SUB FROM 1 BY 1
             UNTIL ISSUE-SUB IS GREATER THAN ISSUE-CNT
           PERFORM PRNT-REPORT-TOTALS
           PERFORM PROGRAM-EXIT.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PARM bos/numeric-disi/sifir ise 3 kacirma varsayilir.      <*
      *----------------------------------------------------------------*
       RESOLVE-MISS-LIMIT.
           IF MISS-PARM IS NOT EQUAL TO SPACES
             AND MISS-PARM IS NUMERIC
             IF MISS-PARM IS NOT EQUAL TO '00'
               MOVE MISS-PARM TO MISS-LIMIT
             END-IF
           END-IF
           DISPLAY 'SORSLT - SUSPEND AFTER MISSES: ' MISS-LIMIT.
       RESOLVE-MISS-LIMIT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FILE-OPEN-CONTROL.
           OPEN INPUT  SOI-FILE
           OPEN INPUT  OUT-FILE
           OPEN I-O    SO-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT SOI-SUCCESS OR NOT OUT-SUCCESS OR NOT SO-SUCCESS
               OR NOT RPT-SUCCESS)
            DISPLAY 'SORSLT - FILE CANNOT OPEN'
            DISPLAY 'SOI-ST: ' SOI-ST
            DISPLAY 'OUT-ST: ' OUT-ST
            DISPLAY 'SO-ST : ' SO-ST
            DISPLAY 'RPT-ST: ' RPT-ST
            MOVE 99 TO RETURN-CODE
            STOP RUN
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ihrac listesi tabloya alinir; ihrac no'nun GGG kismi ve    <*
      *>    is gunu ilk kayittan saklanir.                            <*
      *----------------------------------------------------------------*
       LOAD-ISSUE-TABLE.
           INITIALIZE ISSUE-TABLE
           READ SOI-FILE
           PERFORM UNTIL SOI-EOF
            ADD 1 TO SOI-READ-CNT
            DIVIDE SOI-SRC-LINE BY 10000
              GIVING LINE-DAY REMAINDER LINE-SEQ
            IF SOI-READ-CNT IS EQUAL TO 1
              MOVE LINE-DAY     TO ISSUE-DAY
              MOVE SOI-BUS-DATE TO RUN-BUS-DATE
            END-IF
            IF LINE-SEQ IS GREATER THAN ZERO
              AND LINE-DAY IS EQUAL TO ISSUE-DAY
              MOVE LINE-SEQ TO ISSUE-SUB
              MOVE SOI-SO-KEY   TO ISU-SO-KEY(ISSUE-SUB)
              MOVE SOI-AMOUNT   TO ISU-AMOUNT(ISSUE-SUB)
              MOVE SOI-DUE-DATE TO ISU-DUE-DATE(ISSUE-SUB)
              MOVE 'N'          TO ISU-RSLT-SW(ISSUE-SUB)
              MOVE ZERO         TO ISU-RSLT-RC(ISSUE-SUB)
              MOVE SPACES       TO ISU-RSLT-MSG(ISSUE-SUB)
              IF ISSUE-SUB IS GREATER THAN ISSUE-CNT
                MOVE ISSUE-SUB TO ISSUE-CNT
              END-IF
            ELSE
              DISPLAY 'SORSLT - ISSUE LINE IGNORED: ' SOI-SRC-LINE
            END-IF
            READ SOI-FILE
           END-PERFORM
           DISPLAY 'SORSLT - ISSUED PAYMENTS   : ' SOI-READ-CNT
           DISPLAY 'SORSLT - ISSUE BUSINESS DATE: ' RUN-BUS-DATE.
       LOAD-ISSUE-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   OUTFILE'daki 'SORD' sonuclari ihrac tablosuna islenir. Bir <*
      *>    ihracin birden fazla sonuc satiri varsa basarisiz olan    <*
      *>    (sifirdan farkli RC) kalir. Baska gecenin GGG'sini        <*
      *>    tasiyan satirlar recycle'dan donen eski ihraclardir;      <*
      *>    yalnizca raporlanir.                                      <*
      *----------------------------------------------------------------*
       MATCH-OUT-FILE.
           READ OUT-FILE
           PERFORM UNTIL OUT-EOF
            IF OUT-SRC-BRANCH IS EQUAL TO 'SORD'
              DIVIDE OUT-SRC-LINE BY 10000
                GIVING LINE-DAY REMAINDER LINE-SEQ
              MOVE LINE-SEQ TO ISSUE-SUB
              IF LINE-DAY IS EQUAL TO ISSUE-DAY
                AND ISSUE-SUB IS GREATER THAN ZERO
                AND ISSUE-SUB IS NOT GREATER THAN ISSUE-CNT
                AND OUT-ID  IS EQUAL TO ISU-DR-ID(ISSUE-SUB)
                AND OUT-DVZ IS EQUAL TO ISU-DR-DVZ(ISSUE-SUB)
                ADD 1 TO OUT-MATCH-CNT
                IF NOT ISU-HAS-RESULT(ISSUE-SUB)
                  OR OUT-RC IS NOT EQUAL TO ZERO
                  MOVE 'Y'     TO ISU-RSLT-SW(ISSUE-SUB)
                  MOVE OUT-RC  TO ISU-RSLT-RC(ISSUE-SUB)
                  MOVE OUT-MSG TO ISU-RSLT-MSG(ISSUE-SUB)
                END-IF
              ELSE
                ADD 1 TO OUT-PRIOR-CNT
                MOVE OUT-RC TO RPT-RC-D
                MOVE SPACES TO RPT-REC
                STRING 'EARLIER ISSUE SORD/'   DELIMITED BY SIZE
                       OUT-SRC-LINE            DELIMITED BY SIZE
                       ' ACCOUNT: '            DELIMITED BY SIZE
                       OUT-ID                  DELIMITED BY SIZE
                       '/'                     DELIMITED BY SIZE
                       OUT-DVZ                 DELIMITED BY SIZE
                       ' RC: '                 DELIMITED BY SIZE
                       RPT-RC-D                DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       OUT-MSG                 DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                WRITE RPT-REC
              END-IF
            END-IF
            READ OUT-FILE
           END-PERFORM.
       MATCH-OUT-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING 'SORSLT - STANDING ORDER RESULTS - BUSINESS DATE '
                    DELIMITED BY SIZE
                  RUN-BUS-DATE DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-REPORT-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Bir ihracin sonucu talimata islenir ve raporlanir.         <*
      *----------------------------------------------------------------*
       APPLY-ONE-RESULT.
           IF ISU-DR-ID(ISSUE-SUB) IS NOT EQUAL TO ZERO
             MOVE ISU-SO-KEY(ISSUE-SUB) TO SO-KEY
             READ SO-FILE
             IF NOT SO-SUCCESS
               ADD 1 TO NOT-FOUND-CNT
               MOVE 'ORDER NOT ON SOMAST' TO RSLT-TEXT
             ELSE
               IF NOT ISU-HAS-RESULT(ISSUE-SUB)
                 ADD 1 TO NO-RSLT-CNT
                 MOVE 'NO RESULT IN OUTFILE' TO RSLT-TEXT
               ELSE
                 PERFORM CLASSIFY-RESULT
                 MOVE ISU-RSLT-RC(ISSUE-SUB) TO SO-LAST-RC
                 MOVE RUN-BUS-DATE           TO SO-LAST-RSLT-DATE
                 REWRITE SO-REC
                 IF NOT SO-SUCCESS
                   DISPLAY 'SORSLT - SOMAST REWRITE FAILED: ' SO-ST
                           ' KEY: ' SO-KEY
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
                 END-IF
               END-IF
             END-IF
             PERFORM PRNT-RESULT-LINE
           END-IF.
       APPLY-ONE-RESULT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   RC 92/87 yetersiz bakiye: kacirma sayaci artar, esige      <*
      *>    ulasan aktif talimat askiya alinir. Basarili odeme        <*
      *>    sayaci sifirlar.                                          <*
      *----------------------------------------------------------------*
       CLASSIFY-RESULT.
           EVALUATE ISU-RSLT-RC(ISSUE-SUB)
           WHEN 00
             ADD 1 TO PAID-CNT
             MOVE ZERO TO SO-MISS-CNT
             MOVE 'PAID' TO RSLT-TEXT
           WHEN 92
           WHEN 87
             ADD 1 TO MISSED-CNT
             IF SO-MISS-CNT IS LESS THAN 99
               ADD 1 TO SO-MISS-CNT
             END-IF
             IF SO-STS-ACTIVE
               AND SO-MISS-CNT IS NOT LESS THAN MISS-LIMIT
               SET SO-STS-SUSPENDED TO TRUE
               ADD 1 TO SUSPEND-CNT
               MOVE 'MISSED - SUSPENDED' TO RSLT-TEXT
             ELSE
               MOVE 'MISSED - NO FUNDS' TO RSLT-TEXT
             END-IF
           WHEN 23
           WHEN 95
           WHEN 88
             ADD 1 TO RECYCLE-CNT
             MOVE 'RECYCLED BY MAINPRG' TO RSLT-TEXT
           WHEN OTHER
             ADD 1 TO REJECT-CNT
             MOVE 'REJECTED' TO RSLT-TEXT
           END-EVALUATE.
       CLASSIFY-RESULT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-RESULT-LINE.
           MOVE ISU-AMOUNT(ISSUE-SUB)  TO RPT-AMT-D
           MOVE ISU-RSLT-RC(ISSUE-SUB) TO RPT-RC-D
           MOVE SO-MISS-CNT            TO RPT-MISS-D
           MOVE SPACES TO RPT-REC
           STRING 'ORDER: '                   DELIMITED BY SIZE
                  ISU-DR-ID(ISSUE-SUB)        DELIMITED BY SIZE
                  '/'                         DELIMITED BY SIZE
                  ISU-DR-DVZ(ISSUE-SUB)       DELIMITED BY SIZE
                  '/'                         DELIMITED BY SIZE
                  ISU-SEQ(ISSUE-SUB)          DELIMITED BY SIZE
                  ' DUE: '                    DELIMITED BY SIZE
                  ISU-DUE-DATE(ISSUE-SUB)     DELIMITED BY SIZE
                  ' AMT:'                     DELIMITED BY SIZE
                  RPT-AMT-D                   DELIMITED BY SIZE
                  ' RC: '                     DELIMITED BY SIZE
                  RPT-RC-D                    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  RSLT-TEXT                   DELIMITED BY SIZE
                  ' MISSES: '                 DELIMITED BY SIZE
                  RPT-MISS-D                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  ISU-RSLT-MSG(ISSUE-SUB)     DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-RESULT-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-REPORT-TOTALS.
           MOVE PAID-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'TOTAL PAID       : ' DELIMITED BY SIZE
                  RPT-CNT-D             DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE MISSED-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'TOTAL MISSED     : ' DELIMITED BY SIZE
                  RPT-CNT-D             DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SUSPEND-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'ORDERS SUSPENDED : ' DELIMITED BY SIZE
                  RPT-CNT-D             DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE RECYCLE-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'TOTAL RECYCLED   : ' DELIMITED BY SIZE
                  RPT-CNT-D             DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE REJECT-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'TOTAL REJECTED   : ' DELIMITED BY SIZE
                  RPT-CNT-D             DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           COMPUTE RPT-CNT-D = NO-RSLT-CNT + NOT-FOUND-CNT
           MOVE SPACES TO RPT-REC
           STRING 'NO RESULT/NO ORDER: ' DELIMITED BY SIZE
                  RPT-CNT-D              DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-REPORT-TOTALS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PROGRAM-EXIT.
           CLOSE SOI-FILE
           CLOSE OUT-FILE
           CLOSE SO-FILE
           CLOSE RPT-FILE
           DISPLAY 'SORSLT - RESULTS MATCHED   : ' OUT-MATCH-CNT
           DISPLAY 'SORSLT - EARLIER ISSUES    : ' OUT-PRIOR-CNT
           DISPLAY 'SORSLT - PAID              : ' PAID-CNT
           DISPLAY 'SORSLT - MISSED (NO FUNDS) : ' MISSED-CNT
           DISPLAY 'SORSLT - SUSPENDED         : ' SUSPEND-CNT
           DISPLAY 'SORSLT - RECYCLED          : ' RECYCLE-CNT
           DISPLAY 'SORSLT - REJECTED          : ' REJECT-CNT
           DISPLAY 'SORSLT - NO RESULT         : ' NO-RSLT-CNT
           DISPLAY 'SORSLT - ORDER NOT FOUND   : ' NOT-FOUND-CNT
           IF SUSPEND-CNT IS GREATER THAN ZERO
             OR NO-RSLT-CNT IS GREATER THAN ZERO
             OR NOT-FOUND-CNT IS GREATER THAN ZERO
             MOVE 04 TO RETURN-CODE
           ELSE
             MOVE 00 TO RETURN-CODE
           END-IF
           STOP RUN.
       PROGRAM-EXIT-END. EXIT.
       END PROGRAM SORSLT.
