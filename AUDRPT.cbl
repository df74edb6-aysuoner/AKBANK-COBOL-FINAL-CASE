      *>    generation'lari AUDFILE DD'sinin onune (en eski once)      <*
      *>    concat edilir; program tek bir surekli journal gorur       <*
      *>    (ornek DD duzeni AUDARCH.JCL'dedir).                       <*
      *>   Ters kayit (V) satiri, ters cevirdigi orijinal islemin      <*
      *>    HEMEN ALTINA basilir: siralama hesap + "cift" zamanina     <*
      *>    (normal kayitta kendi damgasi, V'de bagli oldugu orijinal  <*
      *>    kaydin damgasi) gore yapilir, boylece orijinal ve tersi    <*
      *>    raporda yan yana okunur.                                   <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                AUDRPT.
       AUTHOR.                    AYSU ONER.
               15 AUD-AFT-PHONE    PIC X(11).
             10 AUD-AFT-STS        PIC X(01).
           05 AUD-APPR-ID          PIC X(05).
      *>   Ters kayit (V) baglantisi: 'V' kayitlarinda ters cevrilen <*
      *>    ORIJINAL kaydin tarih/saat damgasi ve islem tipi; hesap   <*
      *>    kapanisi adimlarinda kapanis referansi ve 'C'. Diger      <*
      *>    tiplerde sifir/bosluk yazilir.                            <*
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
      *>   SORT-FILE ==> secilen journal kayitlarini hesap (ID+DVZ)   <*
      *>                 ve zaman (DATE+TIME) sirasina dizmek icin    <*
       01  SRT-REC.
           05 SRT-IDX-ID           PIC 9(05).
           05 SRT-IDX-DVZ          PIC 9(03).
      *>   Cift anahtari: normal kayitta kaydin kendi damgasi ve 0,   <*
      *>    V kaydinda orijinalin damgasi ve 1 (orijinalin altina).   <*
           05 SRT-PAIR-DATE        PIC 9(06).
           05 SRT-PAIR-TIME        PIC 9(08).
           05 SRT-PAIR-SEQ         PIC 9(01).
           05 SRT-DATE             PIC 9(06).
           05 SRT-TIME             PIC 9(08).
           05 SRT-PROC-TYPE        PIC X(01).
             10 SRT-AFT-JUL        PIC 9(07).
             10 SRT-AFT-AMOUNT     PIC S9(13)V99.
           05 SRT-APPR-ID          PIC X(05).
           05 SRT-LINK-REF.
             10 SRT-LINK-DATE      PIC 9(06).
             10 SRT-LINK-TIME      PIC 9(08).
             10 SRT-LINK-TYPE      PIC X(01).
           05 SRT-USER-REF.
             10 SRT-MAKER-ID       PIC X(08).
             10 SRT-CHECKER-ID     PIC X(08).
      *
      *>   RPT-FILE ==> degisiklik-tarihcesi raporunun basilacagi     <*
      *>                duz dosya. IDXLIST'teki gibi ayni FD altinda  <*
           05 RPT-AFT-AMT           PIC -(12)9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-APPR-ID           PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-LINK-NOTE         PIC X(26).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           05 TT-HOLD-CNT         PIC 9(07) COMP VALUE 0.
           05 TT-FEE-CNT          PIC 9(07) COMP VALUE 0.
           05 TT-RKEY-CNT         PIC 9(07) COMP VALUE 0.
           05 TT-RVRS-CNT         PIC 9(07) COMP VALUE 0.
           05 TT-CLOS-CNT         PIC 9(07) COMP VALUE 0.
           05 TT-OTHR-CNT         PIC 9(07) COMP VALUE 0.
           05 TT-SELECTED-CNT     PIC 9(07) COMP VALUE 0.
           05 TT-SKIPPED-CNT      PIC 9(07) COMP VALUE 0.
           ACCEPT SEL-PARM FROM COMMAND-LINE
           PERFORM RESOLVE-SELECTION
           SORT SORT-FILE
             ON ASCENDING KEY SRT-IDX-ID SRT-IDX-DVZ
                              SRT-PAIR-DATE SRT-PAIR-TIME SRT-PAIR-SEQ
                              SRT-DATE SRT-TIME
             INPUT PROCEDURE  IS LOAD-SORT-FILE
             OUTPUT PROCEDURE IS PRODUCE-REPORT
           MOVE 00 TO RETURN-CODE
              MOVE AUD-BEFORE-IMAGE TO SRT-BEFORE-IMAGE
              MOVE AUD-AFTER-IMAGE  TO SRT-AFTER-IMAGE
              MOVE AUD-APPR-ID      TO SRT-APPR-ID
              MOVE AUD-LINK-REF     TO SRT-LINK-REF
              MOVE AUD-USER-REF     TO SRT-USER-REF
              IF AUD-PROC-TYPE IS EQUAL TO 'V'
                MOVE AUD-LINK-DATE  TO SRT-PAIR-DATE
                MOVE AUD-LINK-TIME  TO SRT-PAIR-TIME
                MOVE 1              TO SRT-PAIR-SEQ
              ELSE
                MOVE AUD-DATE       TO SRT-PAIR-DATE
                MOVE AUD-TIME       TO SRT-PAIR-TIME
                MOVE 0              TO SRT-PAIR-SEQ
              END-IF
              RELEASE SRT-REC
            ELSE
              ADD 1 TO TT-SKIPPED-CNT
           END-STRING
           MOVE SRT-AFT-AMOUNT TO RPT-AFT-AMT
           MOVE SRT-APPR-ID    TO RPT-APPR-ID
           MOVE SPACES         TO RPT-LINK-NOTE
           IF SRT-PROC-TYPE IS EQUAL TO 'V'
             STRING 'REVERSES '    DELIMITED BY SIZE
                    SRT-LINK-TYPE  DELIMITED BY SIZE
                    ' '            DELIMITED BY SIZE
                    SRT-LINK-DATE  DELIMITED BY SIZE
                    ' '            DELIMITED BY SIZE
                    SRT-LINK-TIME  DELIMITED BY SIZE
                    INTO RPT-LINK-NOTE
             END-STRING
           ELSE
      *>   Hesap kapanisinin adimlari (I faiz, T/X supurme, C durum)  <*
      *>    ayni kapanis referansini tasir.                           <*
             IF SRT-LINK-TYPE IS EQUAL TO 'C'
               STRING 'CLOSURE '     DELIMITED BY SIZE
                      SRT-LINK-DATE  DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      SRT-LINK-TIME  DELIMITED BY SIZE
                      INTO RPT-LINK-NOTE
               END-STRING
             ELSE
      *>   IDXQ ikili onayiyla uygulanan online kayitta talebi giren  <*
      *>    (M) ve onaylayan (C) kullanici basilir.                   <*
               IF SRT-USER-REF IS NOT EQUAL TO SPACES
                 STRING 'M:'           DELIMITED BY SIZE
                        SRT-MAKER-ID   DELIMITED BY SIZE
                        ' C:'          DELIMITED BY SIZE
                        SRT-CHECKER-ID DELIMITED BY SIZE
                        INTO RPT-LINK-NOTE
                 END-STRING
               END-IF
             END-IF
           END-IF
           WRITE RPT-DETAIL-REC
           ADD 1 TO ACCT-MUT-CNT
           PERFORM TALLY-TYPE-COUNT.
             ADD 1 TO TT-FEE-CNT
           WHEN 'K'
             ADD 1 TO TT-RKEY-CNT
           WHEN 'V'
             ADD 1 TO TT-RVRS-CNT
           WHEN 'C'
             ADD 1 TO TT-CLOS-CNT
           WHEN OTHER
             ADD 1 TO TT-OTHR-CNT
           END-EVALUATE.
           PERFORM PRNT-SUMMARY-F
           MOVE TT-RKEY-CNT TO TT-CNT-D
           PERFORM PRNT-SUMMARY-K
           MOVE TT-RVRS-CNT TO TT-CNT-D
           PERFORM PRNT-SUMMARY-V
           MOVE TT-CLOS-CNT TO TT-CNT-D
           PERFORM PRNT-SUMMARY-C
           MOVE TT-OTHR-CNT TO TT-CNT-D
           PERFORM PRNT-SUMMARY-O
           DISPLAY 'AUDRPT - JOURNAL RECORDS SELECTED: '
           END-STRING
           WRITE RPT-BRK-REC.
       PRNT-SUMMARY-K-END. EXIT.
      *----
       PRNT-SUMMARY-V.
           MOVE SPACES TO RPT-BRK-REC
           STRING '  REVERSE(V): ' DELIMITED BY SIZE
                  TT-CNT-D          DELIMITED BY SIZE
                  INTO RPT-BRK-REC
           END-STRING
           WRITE RPT-BRK-REC.
       PRNT-SUMMARY-V-END. EXIT.
      *----
       PRNT-SUMMARY-C.
           MOVE SPACES TO RPT-BRK-REC
           STRING '  CLOSURE(C): ' DELIMITED BY SIZE
                  TT-CNT-D          DELIMITED BY SIZE
                  INTO RPT-BRK-REC
           END-STRING
           WRITE RPT-BRK-REC.
       PRNT-SUMMARY-C-END. EXIT.
      *----
       PRNT-SUMMARY-O.
           MOVE SPACES TO RPT-BRK-REC
