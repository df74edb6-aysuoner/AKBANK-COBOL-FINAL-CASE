      *>    ve posting register raporuna bir satir basilir. Run        <*
      *>    sonunda para birimi bazinda odenen faiz toplamlari         <*
      *>    raporlanir.                                                <*
      *>   Job gece sirasina her gun konabilir: posting yalnizca ayin  <*
      *>    son is gununde (CALFILE takvimi) yapilir, diger gunler     <*
      *>    RC 04 ile bos gecer.                                       <*
      *>   Kendi checkpoint/restart duzeni vardir: her 100 posting'de  <*
      *>    son islenen KEY INTCHKF'e yazilir; PARM='RESTART' ile      <*
      *>    calistirilirsa o KEY'e kadar olan hesaplar atlanir ve ayni <*
               15 AUD-AFT-PHONE    PIC X(11).
             10 AUD-AFT-STS        PIC X(01).
           05 AUD-APPR-ID          PIC X(05).
      *>   Ters kayit (V) baglantisi: yalnizca 'V' kayitlarinda dolu; <*
      *>    ters cevrilen ORIJINAL kaydin tarih/saat damgasi ve islem <*
      *>    tipi. Diger tiplerde sifir/bosluk yazilir.                <*
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
      *>   CHK-FILE ==> faiz batch'inin kendi checkpoint dosyasi: son  <*
      *>                faiz islenen KEY ve run sayaclari. RESTART'ta  <*
           05 RL-END-RC           PIC 9(02) VALUE ZERO.
           05 RL-OUT-RC           PIC 9(02) VALUE ZERO.
       01  EXIT-RC-SAVE           PIC S9(04) COMP.
      *
              *>*> BUSCAL'a gonderilen is gunu Data-Group:         <*<*
              *>*> tahakkuk yalnizca ayin SON is gununde yapilir.  <*<*
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
              *>*> IDXLOCK'a gonderilen kilit Data-Group <*<*
       01  LK-DATA.
       MAIN-PRAG.
           PERFORM RUN-LOG-BEGIN
           ACCEPT RESTART-PARM FROM COMMAND-LINE
           PERFORM MONTH-END-CONTROL
           PERFORM RESTART-OPTION-CONTROL
           PERFORM IDX-LOCK-CLAIM
           PERFORM FILE-OPEN-CONTROL
       RUN-LOG-BEGIN-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ay sonu kontrolu: job her gece kosabilir; faiz tahakkuku   <*
      *>    yalnizca bugun ayin SON is gunu ise yapilir (BUSCAL).      <*
      *>    Diger gunlerde run dosyalara dokunmadan RC 04 ile biter.   <*
      *>    RESTART run'i yarida kalmis ay sonunu tamamladigi icin     <*
      *>    bu kontrolden muaftir.                                     <*
      *----------------------------------------------------------------*
       MONTH-END-CONTROL.
           IF NOT RESTART-REQUESTED
             MOVE ZERO TO BC-IN-DATE
             CALL 'BCDATE' USING BC-DATA
             IF BC-SYS-DATE IS NOT EQUAL TO BC-MEND-DATE
               DISPLAY 'INTACCR - ' BC-SYS-DATE ' IS NOT LAST BUSINESS '
                       'DAY OF MONTH (' BC-MEND-DATE ') - NO POSTING'
               MOVE 04 TO RL-END-RC
               CALL 'RLEND' USING RL-DATA
               MOVE 04 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       MONTH-END-CONTROL-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   IDX-FILE kiliti: dosya I-O acilmadan once alinir; baska    <*
      *>    bir guncelleyici (orn. uzun bir MAINPRG restart'i)        <*
      *>    kosuyorsa run .VSAM'a dokunmadan RC 14 ile durur.         <*
           MOVE IDX-ID  TO AUD-IDX-ID
           MOVE IDX-DVZ TO AUD-IDX-DVZ
           MOVE SPACES  TO AUD-APPR-ID
           MOVE ZERO    TO AUD-LINK-DATE AUD-LINK-TIME
           MOVE SPACE   TO AUD-LINK-TYPE
           MOVE SPACES  TO AUD-USER-REF
           WRITE AUD-REC.
       WRITE-INTEREST-AUDIT-END. EXIT.
      *----
