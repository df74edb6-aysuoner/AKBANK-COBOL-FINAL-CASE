      *>    PROC-TYPE,ID,DVZ,FIRSTN,LASTN,JUL,AMOUNT,ADJ-AMOUNT,       <*
      *>    UPDT-MODE,TRAN-ID,TRAN-DVZ,OVRD,APPR-ID,ADDR1,ADDR2,       <*
      *>    CITY,PHONE,STATUS,HOLD-REASON,HOLD-EXPIRY,EFF-DATE         <*
      *>   'V' (ters kayit) satirinda FIRSTN kolonu ters cevrilecek    <*
      *>    islemin journal tarihini (YYMMDD), LASTN kolonu journal    <*
      *>    saatini (HHMMSSss) tasir.                                  <*
      *>   'C' (hesap kapanisi) satirinda TRAN-ID/TRAN-DVZ kolonlari   <*
      *>    bakiyenin supurulecegi settlement hesabidir; T/X hedefi    <*
      *>    gibi dogrulanir.                                           <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                INPLOAD.
       AUTHOR.                    AYSU ONER.
             10 INP-DVZ           PIC 9(03) COMP.
           05 INP-WRIT-DATA.
             10 INP-FIRSTN        PIC X(15).
             10 INP-RVRS-REF REDEFINES INP-FIRSTN.
               15 INP-RVRS-DATE   PIC 9(06).
               15 INP-RVRS-TIME   PIC 9(08).
               15 FILLER          PIC X(01).
             10 INP-LASTN         PIC X(15).
             10 INP-JUL           PIC 9(07) COMP-3.
             10 INP-AMOUNT        PIC S9(13)V99 COMP-3.
       01  FIELD-AREA.
           05 FLD-PROC-TYPE       PIC X(01).
             88 FLD-TYPE-VALID            VALUE 'R' 'W' 'U' 'D' 'B'
                                                'T' 'X' 'M' 'P'
                                                'V' 'C'.
             88 FLD-TYPE-TRAN             VALUE 'T' 'X' 'C'.
             88 FLD-TYPE-RVRS             VALUE 'V'.
           05 FLD-ID              PIC X(05).
           05 FLD-DVZ             PIC X(03).
           05 FLD-FIRSTN          PIC X(15).
           05 ROW-TRAN-DVZ-NUM    PIC 9(03).
           05 ROW-HOLD-EXP-NUM    PIC 9(08).
           05 ROW-EFF-DATE-NUM    PIC 9(08).
           05 ROW-RVRS-DATE-NUM   PIC 9(06).
           05 ROW-RVRS-TIME-NUM   PIC 9(08).
           05 ROW-AMT-VALUE       PIC S9(13)V99 COMP-3.
           05 ROW-ADJ-VALUE       PIC S9(13)V99 COMP-3.
      *
      *>    R05 tutar, R06 ayarlama tutari, R07 update-mode,          <*
      *>    R08 hedef hesap, R09 durum kodu, R10 fazla alan,          <*
      *>    R11 onaysiz override, R12 blokaj tarihi, R13 gecerlilik   <*
      *>    tarihi, R14 ters kayit damgasi.                           <*
      *----------------------------------------------------------------*
       VALIDATE-ROW-FIELDS.
           IF NOT FLD-TYPE-VALID
           IF ROW-ACCEPTED AND FLD-TYPE-TRAN
             PERFORM VALIDATE-ROW-TRAN-KEY
           END-IF
           IF ROW-ACCEPTED AND FLD-TYPE-RVRS
             PERFORM VALIDATE-ROW-RVRS-REF
           END-IF
           IF ROW-ACCEPTED
             IF NOT FLD-STS-VALID
               MOVE 'R09' TO ROW-REASON
           END-IF.
       VALIDATE-ROW-TRAN-KEY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ters kayit damgasi: tarih 6, saat 8 haneli numeric olmali; <*
      *>    orijinalin gercekten var olup olmadigi SUBPRG'da journal  <*
      *>    taranarak kontrol edilir.                                 <*
      *----------------------------------------------------------------*
       VALIDATE-ROW-RVRS-REF.
           IF FLD-FIRSTN(1:6) IS NUMERIC
             AND FLD-FIRSTN(7:9) IS EQUAL TO SPACES
             AND FLD-LASTN(1:8) IS NUMERIC
             AND FLD-LASTN(9:7) IS EQUAL TO SPACES
             MOVE FLD-FIRSTN(1:6) TO ROW-RVRS-DATE-NUM
             MOVE FLD-LASTN(1:8)  TO ROW-RVRS-TIME-NUM
           ELSE
             MOVE 'R14' TO ROW-REASON
           END-IF.
       VALIDATE-ROW-RVRS-REF-END. EXIT.
      *----
      *----------------------------------------------------------------*
       VALIDATE-ROW-HOLD-EXPIRY.
           IF FLD-HOLD-EXPIRY IS EQUAL TO SPACES
           MOVE BRANCH-PARM  TO INP-SRC-BRANCH
           MOVE CSV-LINE-CNT TO INP-SRC-LINE
           MOVE ROW-EFF-DATE-NUM TO INP-EFF-DATE
           IF FLD-TYPE-RVRS
             MOVE SPACES            TO INP-FIRSTN INP-LASTN
             MOVE ROW-RVRS-DATE-NUM TO INP-RVRS-DATE
             MOVE ROW-RVRS-TIME-NUM TO INP-RVRS-TIME
           END-IF
           WRITE INP-REC.
       BUILD-INP-RECORD-END. EXIT.
      *----
