      *>    mevduat bacagi CUSTLIAB hesabina, karsi bacak islem        <*
      *>    tipine gore eslenen GL hesabina (B=SUNDRY, T=TRANSFER,    <*
      *>    X=FXPOSTN, W/D=FUNDING, I=INTEXP, F=FEEINC).              <*
      *>    Ters kayit (V) kendi tipiyle degil, ters cevirdigi orijinal<*
      *>    islemin tipiyle (AUD-LINK-TYPE) netlenir; boylece tersi    <*
      *>    ayni karsi GL hesabinda orijinali kapatir.                 <*
      *>   DOSYA SERBEST BIRAKILMADAN once iki kontrol yapilir:        <*
      *>    1) IDXRECON ile ayni aritmetik yeniden kosulur: ACILIS     <*
      *>       (IDXBKFILE) + GUNUN HAREKETI = KAPANIS (IDX-FILE) her   <*
      *>   Net hareketi sifir olan kirilimlar (U/M/P gibi tutar        <*
      *>    degistirmeyen tipler ve kendi icinde kapanan T ciftleri)   <*
      *>    satir uretmez.                                             <*
      *>   GL satirlari journal tarihiyle degil, o tarihin IS GUNU ile <*
      *>    (BUSCAL/CALFILE) tarihlenir: hafta sonu/tatilde olusan     <*
      *>    hareket, GL'de kapanmamis son is gunune yazilir.           <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                GLEXTRCT.
       AUTHOR.                    AYSU ONER.
       FILE SECTION.
      *>   AUD-FILE ==> SUBPRG'in journal dosyasi; yalnizca tarih,    <*
      *>    tip, anahtar ve tutar alanlari cozulur (toplam uzunluk    <*
      *>    SUBPRG'daki AUD-REC ile ayni - 297 byte).                 <*
       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           05 AUD-DATE             PIC 9(06).
             10 AUD-AFT-AMOUNT     PIC S9(13)V99.
             10 FILLER             PIC X(67).
           05 FILLER               PIC X(05).
           05 AUD-LINK-REF.
             10 AUD-LINK-DATE      PIC 9(06).
             10 AUD-LINK-TIME      PIC 9(08).
             10 AUD-LINK-TYPE      PIC X(01).
           05 FILLER               PIC X(16).
      *
      *>   BKP-FILE ==> IDXBKUP'in batch oncesi yedegi (acilis        <*
      *>    pozisyonu); alan duzeni IDXBKUP'taki BKP-REC ile aynidir. <*
       01  EXT-DATE-AREA.
           05 EXT-DATE-PARM       PIC X(06) VALUE SPACES.
           05 EXT-DATE-NUM        PIC 9(06) VALUE ZERO.
           05 POST-DATE-NUM       PIC 9(06) VALUE ZERO.
           05 JRNL-SKIPPED-CNT    PIC 9(07) COMP VALUE 0.
      *
              *>*> BUSCAL'a gonderilen is gunu Data-Group <*<*
       01  BC-DATA.
           05 BC-IN-DATE          PIC 9(08) VALUE ZERO.
           05 BC-SYS-DATE         PIC 9(08) VALUE ZERO.
           05 BC-BUS-DATE         PIC 9(08) VALUE ZERO.
           05 BC-PREV-DATE        PIC 9(08) VALUE ZERO.
           05 BC-NEXT-DATE        PIC 9(08) VALUE ZERO.
           05 BC-MEND-DATE        PIC 9(08) VALUE ZERO.
           05 BC-DAY-SW           PIC X(01) VALUE 'Y'.
           05 BC-OUT-RC           PIC 9(02) VALUE ZERO.
      *
              *>*> Islem tipi + para birimi kirilim tablosu <*<*
       01  GLB-CNT                PIC 9(03) COMP VALUE 0.
           05 GLB-FOUND-SW         PIC X(01).
             88 GLB-FOUND                  VALUE 'Y'.
           05 GLB-MOVE-AMT         PIC S9(15)V99 COMP-3.
           05 GLB-POST-TYPE        PIC X(01).
      *
              *>*> Kontrol ve satir uretim degiskenleri <*<*
       01  GL-CHECK-WORK.
      *----------------------------------------------------------------*
      *>   PARM bos/numeric-disi ise sistem tarihi (YYMMDD) extract    <*
      *>    tarihi olarak kullanilir (IDXRECON ile ayni kalip).        <*
      *>    GL posting tarihi extract tarihinin is gunudur; tarih is   <*
      *>    gunu degilse bir onceki is gunu alinir.                    <*
      *----------------------------------------------------------------*
       RESOLVE-EXTRACT-DATE.
           ACCEPT EXT-DATE-PARM FROM COMMAND-LINE
           ELSE
             ACCEPT EXT-DATE-NUM FROM DATE
           END-IF
           DISPLAY 'GLEXTRCT - EXTRACT DATE: ' EXT-DATE-NUM
           COMPUTE BC-IN-DATE = 20000000 + EXT-DATE-NUM
           CALL 'BCDATE' USING BC-DATA
           IF BC-OUT-RC IS EQUAL TO 99
             DISPLAY 'GLEXTRCT - INVALID EXTRACT DATE: ' EXT-DATE-NUM
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           COMPUTE POST-DATE-NUM = BC-BUS-DATE - 20000000
           DISPLAY 'GLEXTRCT - GL POSTING DATE: ' POST-DATE-NUM.
       RESOLVE-EXTRACT-DATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
           PERFORM UNTIL AUD-EOF
            IF AUD-DATE IS EQUAL TO EXT-DATE-NUM
              COMPUTE GLB-MOVE-AMT = AUD-AFT-AMOUNT - AUD-BEF-AMOUNT
              IF AUD-PROC-TYPE IS EQUAL TO 'V'
                MOVE AUD-LINK-TYPE TO GLB-POST-TYPE
              ELSE
                MOVE AUD-PROC-TYPE TO GLB-POST-TYPE
              END-IF
              PERFORM POST-TO-GLB-TABLE
              SET PHASE-MOVE TO TRUE
              MOVE AUD-IDX-DVZ  TO POS-WRK-DVZ
             SEARCH GLB-ENTRY
               AT END
                 CONTINUE
               WHEN GLB-TYPE(GLB-IDX) = GLB-POST-TYPE
                 AND GLB-DVZ(GLB-IDX) = AUD-IDX-DVZ
                 SET GLB-FOUND TO TRUE
                 SET GLB-WRK-SUB TO GLB-IDX
             END-IF
             ADD 1 TO GLB-CNT
             MOVE GLB-CNT TO GLB-WRK-SUB
             MOVE GLB-POST-TYPE TO GLB-TYPE(GLB-WRK-SUB)
             MOVE AUD-IDX-DVZ   TO GLB-DVZ(GLB-WRK-SUB)
             MOVE ZERO          TO GLB-AMT(GLB-WRK-SUB)
           END-IF
      *----------------------------------------------------------------*
       PRNT-CUST-CREDIT-PAIR.
           MOVE SPACES TO GL-REC
           MOVE POST-DATE-NUM TO GL-DATE
           MOVE 'CUSTLIAB' TO GL-ACCOUNT
           MOVE GLB-DVZ(GLB-WRK-SUB) TO GL-DVZ
           MOVE 'C' TO GL-DC
           MOVE GLB-TYPE(GLB-WRK-SUB) TO GL-SOURCE
           WRITE GL-REC
           MOVE SPACES TO GL-REC
           MOVE POST-DATE-NUM TO GL-DATE
           MOVE GL-OFFSET-ACCT TO GL-ACCOUNT
           MOVE GLB-DVZ(GLB-WRK-SUB) TO GL-DVZ
           MOVE 'D' TO GL-DC
      *----------------------------------------------------------------*
       PRNT-CUST-DEBIT-PAIR.
           MOVE SPACES TO GL-REC
           MOVE POST-DATE-NUM TO GL-DATE
           MOVE 'CUSTLIAB' TO GL-ACCOUNT
           MOVE GLB-DVZ(GLB-WRK-SUB) TO GL-DVZ
           MOVE 'D' TO GL-DC
           MOVE GLB-TYPE(GLB-WRK-SUB) TO GL-SOURCE
           WRITE GL-REC
           MOVE SPACES TO GL-REC
           MOVE POST-DATE-NUM TO GL-DATE
           MOVE GL-OFFSET-ACCT TO GL-ACCOUNT
           MOVE GLB-DVZ(GLB-WRK-SUB) TO GL-DVZ
           MOVE 'C' TO GL-DC
