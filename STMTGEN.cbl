      *>    sirasina SORT edilip duz bir hareket dosyasina yazilir,     <*
      *>    sonra IDX-FILE (KEY sirasinda) ile bu dosya DORMSWP'taki    <*
      *>    gibi match-merge edilerek sayfa sayfa ekstre uretilir.      <*
      *>   Ters kayitlar (V) bakiye akisi bozulmasin diye zaman         <*
      *>    sirasinda kalir; V satirinda ters cevrilen islemin damgasi, <*
      *>    ters cevrilmis orijinal satirinda da ters kaydin damgasi    <*
      *>    basilir, boylece cift ekstrede iki yonden de izlenebilir.   <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                STMTGEN.
       AUTHOR.                    AYSU ONER.
             10 AUD-AFT-AMOUNT     PIC S9(13)V99.
             10 FILLER             PIC X(67).
           05 FILLER               PIC X(05).
           05 AUD-LINK-REF.
             10 AUD-LINK-DATE      PIC 9(06).
             10 AUD-LINK-TIME      PIC 9(08).
             10 AUD-LINK-TYPE      PIC X(01).
           05 FILLER               PIC X(16).
      *
      *>   SORT-FILE ==> ekstre ayinin journal kayitlarini hesap       <*
      *>                 (ID+DVZ) ve zaman (DATE+TIME) sirasina        <*
           05 SRT-PROC-TYPE        PIC X(01).
           05 SRT-BEF-AMOUNT       PIC S9(13)V99.
           05 SRT-AFT-AMOUNT       PIC S9(13)V99.
           05 SRT-LINK-DATE        PIC 9(06).
           05 SRT-LINK-TIME        PIC 9(08).
      *
      *>   MOV-FILE ==> SORT'tan cikan, hesap+zaman sirasindaki donem  <*
      *>                hareketleri; match-merge bu dosyadan okur.     <*
           05 MOV-PROC-TYPE        PIC X(01).
           05 MOV-BEF-AMOUNT       PIC S9(13)V99.
           05 MOV-AFT-AMOUNT       PIC S9(13)V99.
      *>   V satirinda ters cevrilen orijinalin, ters cevrilmis        <*
      *>    orijinal satirinda da ters kaydin damgasi; digerlerinde 0. <*
           05 MOV-LINK-DATE        PIC 9(06).
           05 MOV-LINK-TIME        PIC 9(08).
      *
      *>   RPT-FILE ==> ekstre ciktisi. IDXLIST'teki gibi ayni FD      <*
      *>                altinda baslik/detay satirlari icin ayri       <*
           05 RPT-MOV-AMT          PIC -(12)9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-RUN-AMT          PIC -(12)9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-LINK-NOTE        PIC X(27).
           05 FILLER               PIC X(32) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  SORT-CTL.
           05 SORT-EOF-SW         PIC X(01) VALUE 'N'.
             88 SORT-EOF                   VALUE 'Y'.
      *
              *>*> Ekstre ayindaki islemleri ters ceviren V kayitlari <*<*
              *>*> (orijinalin anahtari + damgasi -> V'nin damgasi).  <*<*
              *>*> Orijinal satiri basilirken "ters cevrildi" notu    <*<*
              *>*> bu tablodan bulunur.                               <*<*
       01  RVT-CNT                 PIC 9(03) COMP VALUE 0.
       01  RVT-TABLE-AREA.
           05 RVT-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON RVT-CNT
                        INDEXED BY RVT-IDX.
             10 RVT-ID             PIC 9(05).
             10 RVT-DVZ            PIC 9(03).
             10 RVT-ORG-DATE       PIC 9(06).
             10 RVT-ORG-TIME       PIC 9(08).
             10 RVT-RVRS-DATE      PIC 9(06).
             10 RVT-RVRS-TIME      PIC 9(08).
       01  RVT-WORK.
           05 RVT-FULL-SW          PIC X(01) VALUE 'N'.
             88 RVT-TABLE-FULL             VALUE 'Y'.
           05 AUD-LINK-YYMM        PIC 9(04).
      *
              *>*> Match-merge kontrol degiskenleri (DORMSWP'taki     <*<*
              *>*> LACT eslestirmesiyle ayni numeric-anahtar duzeni). <*<*
           END-IF
           READ AUD-FILE
           PERFORM UNTIL AUD-EOF
            IF AUD-PROC-TYPE IS EQUAL TO 'V'
              PERFORM COLLECT-REVERSAL-LINK
            END-IF
            MOVE AUD-DATE(1:4) TO AUD-DATE-YYMM
            IF AUD-DATE-YYMM IS EQUAL TO STMT-MONTH-NUM
              MOVE AUD-IDX-ID     TO SRT-IDX-ID
              MOVE AUD-PROC-TYPE  TO SRT-PROC-TYPE
              MOVE AUD-BEF-AMOUNT TO SRT-BEF-AMOUNT
              MOVE AUD-AFT-AMOUNT TO SRT-AFT-AMOUNT
              IF AUD-PROC-TYPE IS EQUAL TO 'V'
                MOVE AUD-LINK-DATE TO SRT-LINK-DATE
                MOVE AUD-LINK-TIME TO SRT-LINK-TIME
              ELSE
                MOVE ZERO TO SRT-LINK-DATE SRT-LINK-TIME
              END-IF
              RELEASE SRT-REC
            ELSE
              ADD 1 TO JRNL-SKIPPED-CNT
       LOAD-SORT-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ekstre ayindaki bir islemi ters ceviren V kaydi (V'nin      <*
      *>    kendisi sonraki bir ayda olsa bile) tabloya alinir.        <*
      *----------------------------------------------------------------*
       COLLECT-REVERSAL-LINK.
           MOVE AUD-LINK-DATE(1:4) TO AUD-LINK-YYMM
           IF AUD-LINK-YYMM IS EQUAL TO STMT-MONTH-NUM
             IF RVT-CNT IS LESS THAN 500
               ADD 1 TO RVT-CNT
               MOVE AUD-IDX-ID    TO RVT-ID(RVT-CNT)
               MOVE AUD-IDX-DVZ   TO RVT-DVZ(RVT-CNT)
               MOVE AUD-LINK-DATE TO RVT-ORG-DATE(RVT-CNT)
               MOVE AUD-LINK-TIME TO RVT-ORG-TIME(RVT-CNT)
               MOVE AUD-DATE      TO RVT-RVRS-DATE(RVT-CNT)
               MOVE AUD-TIME      TO RVT-RVRS-TIME(RVT-CNT)
             ELSE
               IF NOT RVT-TABLE-FULL
                 DISPLAY 'STMTGEN - REVERSAL TABLE EXCEEDS 500 '
                         'ENTRIES - REVERSED MARKS INCOMPLETE'
                 SET RVT-TABLE-FULL TO TRUE
               END-IF
             END-IF
           END-IF.
       COLLECT-REVERSAL-LINK-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Siralanmis donem hareketleri duz MOV-FILE'a yazilir;         <*
      *>    match-merge fazi bu dosyayi IDX-FILE ile es-zamanli okur.   <*
      *----------------------------------------------------------------*
            MOVE SRT-PROC-TYPE  TO MOV-PROC-TYPE
            MOVE SRT-BEF-AMOUNT TO MOV-BEF-AMOUNT
            MOVE SRT-AFT-AMOUNT TO MOV-AFT-AMOUNT
            MOVE SRT-LINK-DATE  TO MOV-LINK-DATE
            MOVE SRT-LINK-TIME  TO MOV-LINK-TIME
            IF SRT-PROC-TYPE IS NOT EQUAL TO 'V'
              PERFORM FIND-REVERSAL-LINK
            END-IF
            WRITE MOV-REC
            RETURN SORT-FILE
              AT END SET SORT-EOF TO TRUE
       WRITE-MOV-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Hareket ters cevrilmisse ters kaydin damgasi MOV-LINK       <*
      *>    alanlarina tasinir.                                        <*
      *----------------------------------------------------------------*
       FIND-REVERSAL-LINK.
           IF RVT-CNT IS GREATER THAN ZERO
             SET RVT-IDX TO 1
             SEARCH RVT-ENTRY
               AT END
                 CONTINUE
               WHEN RVT-ID(RVT-IDX)       = SRT-IDX-ID
                AND RVT-DVZ(RVT-IDX)      = SRT-IDX-DVZ
                AND RVT-ORG-DATE(RVT-IDX) = SRT-DATE
                AND RVT-ORG-TIME(RVT-IDX) = SRT-TIME
                 MOVE RVT-RVRS-DATE(RVT-IDX) TO MOV-LINK-DATE
                 MOVE RVT-RVRS-TIME(RVT-IDX) TO MOV-LINK-TIME
             END-SEARCH
           END-IF.
       FIND-REVERSAL-LINK-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   IDX-FILE (KEY sirasinda) ile MOV-FILE (ayni sirada)          <*
      *>    eslestirilir; her IDX hesabi icin bir ekstre sayfasi        <*
      *>    basilir. Ay icinde silinmis (master'da artik olmayan)       <*
           MOVE MOV-PROC-TYPE  TO RPT-TYPE
           MOVE STMT-MOV-AMT   TO RPT-MOV-AMT
           MOVE MOV-AFT-AMOUNT TO RPT-RUN-AMT
           MOVE SPACES         TO RPT-LINK-NOTE
           IF MOV-LINK-DATE IS GREATER THAN ZERO
             IF MOV-PROC-TYPE IS EQUAL TO 'V'
               STRING 'REVERSAL OF '  DELIMITED BY SIZE
                      MOV-LINK-DATE   DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      MOV-LINK-TIME   DELIMITED BY SIZE
                      INTO RPT-LINK-NOTE
               END-STRING
             ELSE
               STRING 'REVERSED BY '  DELIMITED BY SIZE
                      MOV-LINK-DATE   DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      MOV-LINK-TIME   DELIMITED BY SIZE
                      INTO RPT-LINK-NOTE
               END-STRING
             END-IF
           END-IF
           WRITE RPT-DETAIL-REC
           ADD 1 TO STMT-MOV-CNT
           ADD 1 TO MOVEMENT-CNT
