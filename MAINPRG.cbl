                                  STATUS     SUS-ST.
           SELECT PND-FILE        ASSIGN TO  PNDFILE
                                  STATUS     PND-ST.
           SELECT KSQ-SORT-FILE   ASSIGN TO  KSQSRTWK.
           SELECT KSQ-FILE        ASSIGN TO  KSQFILE
                                  STATUS     KSQ-ST.
           SELECT OWK-FILE        ASSIGN TO  OUTWORK
                                  STATUS     OWK-ST.
           SELECT OSQ-SORT-FILE   ASSIGN TO  OSQSRTWK.
           SELECT CLS-FILE        ASSIGN TO  CLOSREG
                                  STATUS     CLS-ST.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
             88 XTRN-TYPE                  VALUE 'X'.
             88 MANT-TYPE                  VALUE 'M'.
             88 HOLD-TYPE                  VALUE 'P'.
             88 RVRS-TYPE                  VALUE 'V'.
             88 CLOS-TYPE                  VALUE 'C'.
             88 HDR-TYPE                   VALUE 'H'.
             88 TRL-TYPE                   VALUE 'Z'.
           05 INP-KEY.
             10 INP-DVZ           PIC 9(03) COMP.
           05 INP-WRIT-DATA.
             10 INP-FIRSTN        PIC X(15).
      *>   'V' tipinde ters cevrilecek orijinal islemin journal       <*
      *>    damgasi (AUD-DATE YYMMDD + AUD-TIME HHMMSSss); hesap      <*
      *>    INP-KEY'dir (havalede iki bacaktan biri verilebilir).     <*
             10 INP-RVRS-REF REDEFINES INP-FIRSTN.
               15 INP-RVRS-DATE   PIC 9(06).
               15 INP-RVRS-TIME   PIC 9(08).
               15 FILLER          PIC X(01).
             10 INP-LASTN         PIC X(15).
             10 INP-JUL           PIC 9(07) COMP-3.
             10 INP-AMOUNT        PIC S9(13)V99 COMP-3.
      *>   T ve X tiplerinde paranin gidecegi ikinci (hedef) hesap;   <*
      *>    tutar INP-ADJ-AMOUNT alanindan alinir. X'te hedef farkli  <*
      *>    para birimindedir ve tutar SUBPRG'da FXRATE kurlariyla    <*
      *>    cevrilir. 'C' (hesap kapanisi) tipinde kalan bakiyenin    <*
      *>    supurulecegi settlement hesabidir.                        <*
           05 INP-TRAN-DATA.
             10 INP-TRAN-ID       PIC 9(05) COMP-3.
             10 INP-TRAN-DVZ      PIC 9(03) COMP.
             10 CHK-MANT-ERR     PIC 9(07) COMP-3.
             10 CHK-HOLD-OK      PIC 9(07) COMP-3.
             10 CHK-HOLD-ERR     PIC 9(07) COMP-3.
             10 CHK-RVRS-OK      PIC 9(07) COMP-3.
             10 CHK-RVRS-ERR     PIC 9(07) COMP-3.
             10 CHK-CLOS-OK      PIC 9(07) COMP-3.
             10 CHK-CLOS-ERR     PIC 9(07) COMP-3.
             10 CHK-OTHR-CNT     PIC 9(07) COMP-3.
           05 CHK-PROC-ORDER     PIC X(01).
             88 CHK-KEY-ORDER             VALUE 'K'.
      *
      *>   EXC-FILE ==> ana islem donguisu baslamadan once, INP-FILE   <*
      *>                icinde tekrarlanan PROC-TYPE+INP-KEY           <*
      *
      *>   PRM-FILE ==> run-control parametre dosyasi (standart 80    <*
      *>    kolon). Sabit kolon duzeni: CHECKPOINT-ARALIGI(5)         <*
      *>    MAX-ARDISIK-HATA(5) MAX-TOPLAM-HATA(7) KAYIT-LIMITI(7)    <*
      *>    MAX-RECYCLE-DENEME(2) KOSU-MODU(1: 'T' deneme kosusu)     <*
      *>    ISLEM-SIRASI(1: 'K' anahtar sirali kosu).                 <*
      *>    Bos/numeric-disi alan o parametrenin varsayilanda         <*
      *>    kalmasi demektir; dosya hic yoksa tum degerler            <*
      *>    varsayilan calisir.                                       <*
           05 PRM-MAX-TOTAL       PIC X(07).
           05 PRM-REC-LIMIT       PIC X(07).
           05 PRM-MAX-RETRY       PIC X(02).
           05 PRM-RUN-MODE        PIC X(01).
             88 PRM-TRIAL-RUN              VALUE 'T'.
           05 PRM-PROC-ORDER      PIC X(01).
             88 PRM-KEY-ORDER              VALUE 'K'.
           05 FILLER              PIC X(52).
      *
      *>   APP-FILE ==> onaylayici referans dosyasi: onaylayici       <*
      *>    kimligi, adi, islem basina tutar limiti ve onaylamaya     <*
      *>    isleme akitir. PNDRPT kuyrugu raporlar.                   <*
       FD  PND-FILE RECORDING MODE F.
       01  PND-REC                PIC X(165).
      *>   Hesap kapanisi kontrolu icin bekleyen kaydin tipi, hesap    <*
      *>    anahtari ve (T/X'te) hedef hesap anahtari (INP-REC ile     <*
      *>    ayni konumlar).                                            <*
       01  PND-KEY-VIEW.
           05 PND-PROC-TYPE       PIC X(01).
           05 PND-KEY             PIC X(05).
           05 FILLER              PIC X(51).
           05 PND-TRAN-KEY        PIC X(05).
           05 FILLER              PIC X(103).
      *
      *>   KSQ-SORT-FILE/KSQ-FILE ==> anahtar sirali kosuda INPFILE   <*
      *>    detay kayitlarinin ID+DVZ'ye, ayni hesap icinde orijinal  <*
      *>    sira numarasina gore SORT edilmis calisma kopyasi. Sira   <*
      *>    numarasi kaydin sirali kosudaki CHK-PROC-CNT degeridir    <*
      *>    (recycle kayitlari + INPFILE'daki fiziksel konumu).       <*
       SD  KSQ-SORT-FILE.
       01  KSQ-SRT-REC.
           05 KSQ-SRT-ID          PIC 9(05).
           05 KSQ-SRT-DVZ         PIC 9(03).
           05 KSQ-SRT-SEQ         PIC 9(07).
           05 KSQ-SRT-TRAN-DATA   PIC X(165).
      *
       FD  KSQ-FILE RECORDING MODE F.
       01  KSQ-REC.
           05 KSQ-ID              PIC 9(05).
           05 KSQ-DVZ             PIC 9(03).
           05 KSQ-SEQ             PIC 9(07).
           05 KSQ-TRAN-DATA       PIC X(165).
      *
      *>   OWK-FILE ==> anahtar sirali kosuda OUT-FILE satirlari      <*
      *>    once orijinal sira numarasiyla buraya yazilir; INPFILE    <*
      *>    bitince OSQ-SORT-FILE ile sira numarasina gore dizilip    <*
      *>    OUT-FILE ve CSV-FILE'a aktarilir. RESTART'ta EXTEND ile   <*
      *>    acilir, kesilen kosunun satirlari korunur.                <*
       FD  OWK-FILE RECORDING MODE F.
       01  OWK-REC.
           05 OWK-SEQ             PIC 9(07).
           05 OWK-OUT-DATA        PIC X(126).
      *
       SD  OSQ-SORT-FILE.
       01  OSQ-SRT-REC.
           05 OSQ-SRT-SEQ         PIC 9(07).
           05 OSQ-SRT-OUT-DATA    PIC X(126).
      *
      *>   CLS-FILE ==> gecenin hesap kapanis registeri: basariyla     <*
      *>    kapatilan her hesap icin kapanis oncesi bakiye, kismi ay   <*
      *>    faizi, supurulen tutar, settlement hesabi ve alacaklanan   <*
      *>    tutar, onaylayici, kapanis referansi ve onayla gecilen     <*
      *>    engeller (H blokaj, P bekleyen islem, S talimat).          <*
       FD  CLS-FILE RECORDING MODE F.
       01  CLS-REC.
           05 CLS-LINE            PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           05 SUS-ST              PIC 9(02).
             88 SUS-SUCCESS                VALUE 00 97.
           05 PND-ST              PIC 9(02).
             88 PND-EOF                    VALUE 10.
             88 PND-SUCCESS                VALUE 00 97.
           05 KSQ-ST              PIC 9(02).
             88 KSQ-EOF                    VALUE 10.
             88 KSQ-SUCCESS                VALUE 00 97.
           05 OWK-ST              PIC 9(02).
             88 OWK-SUCCESS                VALUE 00 97.
           05 CLS-ST              PIC 9(02).
             88 CLS-SUCCESS                VALUE 00 97.
      *
              *>*> FILE-OPEN-CONTROL hata-kaydi degiskenleri <*<*
       01  ERR-LOG-AREA.
           05 SUS-CNT             PIC 9(07) COMP VALUE 0.
           05 SUS-RETRY-D         PIC 9(02).
      *
              *>*> Is gunu (BUSCAL takviminden YYYYMMDD) ve bekleme  <*<*
              *>*> deposu sayaci <*<*
       01  EFF-DATE-CTL.
           05 BUS-DATE-NUM        PIC 9(08) VALUE ZERO.
           05 WHSE-CNT            PIC 9(07) COMP VALUE 0.
      *
       01  RESTART-CONTROL.
           05 RESTART-PARM        PIC X(08) VALUE SPACES.
             88 RESTART-REQUESTED         VALUE 'RESTART'.
             88 TRIAL-REQUESTED           VALUE 'TRIAL'.
           05 CHK-SKIP-CNT        PIC 9(07) COMP VALUE 0.
           05 CHK-PROC-CNT        PIC 9(07) COMP VALUE 0.
           05 CHK-INTERVAL        PIC 9(05) COMP VALUE 100.
           05 CHK-DIV-TEMP        PIC 9(07) COMP.
           05 CHK-DIV-REM         PIC 9(05) COMP.
      *
              *>*> Anahtar sirali kosu kontrol degiskenleri. Sira     <*<*
              *>*> numarasi OUT-FILE satirlarini orijinal gonderim    <*<*
              *>*> sirasina geri dizmek icin tasinir.                 <*<*
       01  KEY-ORDER-CTL.
           05 KEY-ORDER-SW        PIC X(01) VALUE 'N'.
             88 KEY-ORDER-MODE             VALUE 'Y'.
           05 OWK-DONE-SW         PIC X(01) VALUE 'N'.
             88 OWK-DONE                   VALUE 'Y'.
           05 OSQ-EOF-SW          PIC X(01) VALUE 'N'.
             88 OSQ-EOF                    VALUE 'Y'.
           05 KSQ-LOAD-CNT        PIC 9(07) COMP VALUE 0.
           05 KSQ-REL-CNT         PIC 9(07) COMP VALUE 0.
           05 OSQ-OUT-CNT         PIC 9(07) COMP VALUE 0.
           05 CUR-ORIG-SEQ        PIC 9(07) VALUE 0.
      *
              *>*> SUB-PRGM'a gonderilecek Data-Group   <*<*
       01  SUB-AREA.
             10 SUB-HOLD-AMOUNT   PIC S9(13)V99 COMP-3. *> verileri  <*
             10 SUB-HOLD-REASON   PIC X(03).
             10 SUB-HOLD-EXPIRY   PIC 9(08).
      *
           05 SUB-RVRS-DATA.   *> RVRSPROC'a gonderilen orijinal     *<
             10 SUB-RVRS-DATE     PIC 9(06).  *> islem damgasi       <*
             10 SUB-RVRS-TIME     PIC 9(08).
             10 SUB-RVRS-OVRD-IND PIC X(01). *> overdraft onayi      <*
             10 SUB-RVRS-APPR-ID  PIC X(05). *> onaylayici kimligi   <*
             10 SUB-RVRS-ORG-TYPE PIC X(01). *> donen orijinal tip   <*
             10 SUB-RVRS-APPR-LIMIT PIC 9(13)V99 COMP-3. *> onay     <*
      *
           05 SUB-CLOS-DATA.   *> CLOSPROC'a gonderilen settlement   *<
             10 SUB-CLOS-SETL-ID  PIC 9(05) COMP-3.  *> hesabi       <*
             10 SUB-CLOS-SETL-DVZ PIC 9(03) COMP.
             10 SUB-CLOS-OVRD-IND PIC X(01). *> engel onayi          <*
             10 SUB-CLOS-APPR-ID  PIC X(05). *> onaylayici kimligi   <*
             10 SUB-CLOS-PND-CNT  PIC 9(05) COMP. *> bekleyen islem  <*
             10 SUB-CLOS-INT-AMT  PIC S9(13)V99 COMP-3. *> donen faiz<*
             10 SUB-CLOS-CREDIT-AMT PIC S9(13)V99 COMP-3.
             10 SUB-CLOS-REF-DATE PIC 9(06). *> kapanis referansi    <*
             10 SUB-CLOS-REF-TIME PIC 9(08).
             10 SUB-CLOS-BLOCK-FLAGS PIC X(03). *> gecilen engeller  <*
             10 SUB-CLOS-APPR-LIMIT PIC 9(13)V99 COMP-3. *> onay     <*
      *
           05 SUB-READ-DATA.   *> READPROC'tan donen musteri verileri *<
             10 SUB-READ-FIRSTN   PIC X(15).
           05 RT-HOLD-CNT.
             10 RT-HOLD-OK         PIC 9(07) COMP.
             10 RT-HOLD-ERR        PIC 9(07) COMP.
           05 RT-RVRS-CNT.
             10 RT-RVRS-OK         PIC 9(07) COMP.
             10 RT-RVRS-ERR        PIC 9(07) COMP.
           05 RT-CLOS-CNT.
             10 RT-CLOS-OK         PIC 9(07) COMP.
             10 RT-CLOS-ERR        PIC 9(07) COMP.
           05 RT-OTHR-CNT         PIC 9(07) COMP.
      *
              *>*> Hesap kapanisi (C) icin PNDFILE'da bekleyen islem  <*<*
              *>*> sayilari: run basinda kuyruktan, run boyunca bu    <*<*
              *>*> gece park edilenlerden hesap bazinda kurulur.      <*<*
              *>*> Tablo dolarsa tabloda olmayan hesap da bekleyen    <*<*
              *>*> islemi var sayilir (kapanis onaysiz gecmez).       <*<*
       01  PNK-CNT                PIC 9(05) COMP VALUE 0.
       01  PNK-TABLE-AREA.
           05 PNK-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON PNK-CNT
                        INDEXED BY PNK-IDX.
             10 PNK-TBL-KEY       PIC X(05).
             10 PNK-TBL-NUM       PIC 9(05) COMP.
      *
       01  PNK-WORK.
           05 PNK-SEEK-KEY        PIC X(05).
           05 PNK-FOUND-SW        PIC X(01).
             88 PNK-FOUND                  VALUE 'Y'.
           05 PNK-FULL-SW         PIC X(01) VALUE 'N'.
             88 PNK-TABLE-FULL             VALUE 'Y'.
      *
              *>*> Hesap kapanis registeri (CLS-FILE) satirlari <*<*
       01  CLS-HDR-LINE1.
           05 FILLER              PIC X(37)
                         VALUE 'MAINPRG - ACCOUNT CLOSURE REGISTER - '.
           05 FILLER              PIC X(15)
                         VALUE 'BUSINESS DATE: '.
           05 CLS-H-BUS-DATE      PIC 9(08).
           05 FILLER              PIC X(72) VALUE SPACES.
       01  CLS-HDR-LINE2.
           05 FILLER              PIC X(42)
                         VALUE 'ID    DVZ NAME'.
           05 FILLER              PIC X(20)
                         VALUE '   BAL-BEFORE    INT'.
           05 FILLER              PIC X(20)
                         VALUE 'EREST         SWEPT'.
           05 FILLER              PIC X(24)
                         VALUE 'SETL  DVZ      CREDITED '.
           05 FILLER              PIC X(26)
                         VALUE 'APPR  REF-DT REF-TIME FLG '.
       01  CLS-DETAIL-LINE.
           05 CLS-D-ID            PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-DVZ           PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-FIRSTN        PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-LASTN         PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-BAL           PIC -(9)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-INT           PIC -(7)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-SWEPT         PIC -(9)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-SETL-ID       PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-SETL-DVZ      PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-CREDIT        PIC -(9)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-APPR          PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-REF-DATE      PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-REF-TIME      PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CLS-D-FLAGS         PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
       01  CLS-SWEPT-AMT          PIC S9(13)V99 COMP-3.
      *
              *>*> BALN-TYPE icin OUT-FROM/OUT-TO basim alani <*<*
       01  AMT-DISPLAY            PIC -(12)9.99.
           05 LK-HOLDER           PIC X(08) VALUE SPACES.
       01  LK-CLAIMED-SW          PIC X(01) VALUE 'N'.
           88 LK-CLAIMED                    VALUE 'Y'.
      *
              *>*> BUSCAL'a gonderilen is gunu Data-Group'u: sifir    <*<*
              *>*> BC-IN-DATE bugunun is gunu bilgisini ister.       <*<*
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
              *>*> Deneme (trial) kosusu: PARM='TRIAL' ya da RUNPARM  <*<*
              *>*> kosu modu 'T'. Kosu IDX-FILE, HOLDFILE, AUDFILE,   <*<*
              *>*> PNDFILE, RCYFILE, CHKFILE, RUNLOG ve kilide        <*<*
              *>*> dokunmaz; SUBPRG'den donen para birimi bazinda     <*<*
              *>*> bakiye projeksiyonu burada tutulur.                <*<*
       01  TRIAL-CTL.
           05 TRIAL-SW            PIC X(01) VALUE 'N'.
             88 TRIAL-MODE                 VALUE 'Y'.
           05 TRL-SUM-RC          PIC 9(02) VALUE ZERO.
           05 TRL-SUB             PIC 9(03) COMP.
           05 TRL-CHG-AMT         PIC S9(15)V99 COMP-3.
           05 TRL-CNT-D           PIC Z(06)9.
           05 TRL-PCNT-D          PIC Z(06)9.
           05 TRL-CUR-AMT-D       PIC -(14)9.99.
           05 TRL-CHG-AMT-D       PIC -(14)9.99.
           05 TRL-PRJ-AMT-D       PIC -(14)9.99.
       01  TRL-SUM-DATA.
           05 TRL-SUM-TOUCHED     PIC 9(07) COMP VALUE 0.
           05 TRL-SUM-CNT         PIC 9(03) COMP VALUE 0.
           05 TRL-SUM-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON TRL-SUM-CNT.
             10 TRL-SUM-DVZ       PIC 9(03).
             10 TRL-SUM-CUR-CNT   PIC 9(07) COMP.
             10 TRL-SUM-CUR-AMT   PIC S9(15)V99 COMP-3.
             10 TRL-SUM-PRJ-CNT   PIC 9(07) COMP.
             10 TRL-SUM-PRJ-AMT   PIC S9(15)V99 COMP-3.
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           PERFORM CALC-BUSINESS-DATE
           PERFORM READ-RUN-PARAMETERS
           PERFORM RESOLVE-RUN-MODE
           PERFORM RUN-LOG-BEGIN
           PERFORM LOAD-APPROVER-TABLE
           PERFORM VERIFY-BATCH-CONTROL
           PERFORM DUP-SCAN-CONTROL
      *>    alinmadan kosan bir MAINPRG, mutabakatin acilis             <*
      *>    pozisyonunu gecersiz kilar; boyle bir run IDX-FILE'a        <*
      *>    dokunmadan RC 16 ile durdurulur.                            <*
      *>   Deneme kosusu master'a yazmadigi icin yedek sarti aranmaz   <*
      *>    ve RUNLOG'a damga vurulmaz (sonraki adimlarin on-kosul     <*
      *>    kontrolu deneme kosusunu gercek MAINPRG sanmasin).          <*
      *----------------------------------------------------------------*
       RUN-LOG-BEGIN.
           IF NOT TRIAL-MODE
             CALL 'RLSTART' USING RL-DATA
             IF RL-OUT-RC IS NOT EQUAL TO ZERO
               DISPLAY 'MAINPRG - IDXBKUP BACKUP NOT COMPLETE FOR '
                       'TODAY - RUN HELD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       RUN-LOG-BEGIN-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Is gunu ortak takvimden (BUSCAL/CALFILE) alinir. Tatil ya   <*
      *>    da hafta sonu gecesinde is gunu, kapanmamis son is gunudur;<*
      *>    boylece tatile dusen gecerlilik tarihli islemler bekleme   <*
      *>    deposunda kalir ve bir sonraki is gununde postalanir.      <*
      *>    Takvim okunamazsa yalnizca hafta sonlari kapali sayilir.   <*
      *----------------------------------------------------------------*
       CALC-BUSINESS-DATE.
           MOVE ZERO TO BC-IN-DATE
           CALL 'BCDATE' USING BC-DATA
           MOVE BC-BUS-DATE TO BUS-DATE-NUM
           IF BC-OUT-RC IS EQUAL TO 04
             DISPLAY 'MAINPRG - CALFILE NOT AVAILABLE - WEEKENDS ONLY'
           END-IF
           IF NOT BC-BUSINESS-DAY
             DISPLAY 'MAINPRG - ' BC-SYS-DATE ' IS NOT A BUSINESS DAY'
           END-IF
           DISPLAY 'MAINPRG - BUSINESS DATE: ' BUS-DATE-NUM
                   ' PREV: ' BC-PREV-DATE ' NEXT: ' BC-NEXT-DATE.
       CALC-BUSINESS-DATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>      bozuk bir upstream extract'i binlerce hata satiri         <*
      *>      uretmeden yakalansin (MAINPRGR.JCL ayni checkpoint'ten    <*
      *>      devam edebilir),                                          <*
      *>    - kontrollu test kosulari icin istege bagli kayit limiti,   <*
      *>    - islem sirasi: 'K' ile INPFILE detaylari hesap anahtarina  <*
      *>      gore sirali islenir (bkz. PROCESS-KEY-ORDER).             <*
      *>   Dosya yoksa ya da alanlar bos/numeric-disi ise ilgili        <*
      *>    parametre varsayilaninda kalir.                             <*
      *----------------------------------------------------------------*
                 AND PRM-MAX-RETRY IS NOT EQUAL TO '00'
                 MOVE PRM-MAX-RETRY TO MAX-RETRY-CNT
               END-IF
               IF PRM-TRIAL-RUN
                 SET TRIAL-MODE TO TRUE
               END-IF
               IF PRM-KEY-ORDER
                 SET KEY-ORDER-MODE TO TRUE
               END-IF
             END-IF
             CLOSE PRM-FILE
           ELSE
           DISPLAY 'RUN-PARM - MAX CONSEC ERRORS  : ' MAX-CONSEC-ERRS
           DISPLAY 'RUN-PARM - MAX TOTAL ERRORS   : ' MAX-TOTAL-ERRS
           DISPLAY 'RUN-PARM - RECORD LIMIT       : ' REC-LIMIT
           DISPLAY 'RUN-PARM - MAX RECYCLE TRIES  : ' MAX-RETRY-CNT
           IF KEY-ORDER-MODE
             DISPLAY 'RUN-PARM - PROCESSING ORDER   : ACCOUNT KEY'
           ELSE
             DISPLAY 'RUN-PARM - PROCESSING ORDER   : SUBMISSION'
           END-IF.
       READ-RUN-PARAMETERS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Kosu modu: PARM 'RESTART' (MAINPRGR.JCL), 'TRIAL'           <*
      *>    (MAINPRGT.JCL) ya da bos. Deneme kosusu RUNPARM'daki kosu  <*
      *>    modu ile de secilebilir. Deneme kosusu checkpoint          <*
      *>    yazmadigindan RESTART ile birlikte istenemez.              <*
      *----------------------------------------------------------------*
       RESOLVE-RUN-MODE.
           ACCEPT RESTART-PARM FROM COMMAND-LINE
           IF TRIAL-REQUESTED
             SET TRIAL-MODE TO TRUE
           END-IF
           IF TRIAL-MODE AND RESTART-REQUESTED
             DISPLAY 'MAINPRG - RESTART NOT VALID FOR A TRIAL RUN - '
                     'CLEAR THE RUNPARM RUN MODE'
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           IF TRIAL-MODE
             DISPLAY 'MAINPRG - TRIAL RUN - IDXFILE, HOLDFILE, '
                     'AUDFILE, PNDFILE AND RCYFILE ARE NOT UPDATED'
           END-IF.
       RESOLVE-RUN-MODE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Onaylayici referans dosyasi startup'ta tabloya yuklenir.    <*
      *>    Dosya yoksa ya da bos ise tablo bos kalir ve o run'da      <*
      *>    hicbir override islemi gecmez: denetimin istedigi de       <*
      *>    (RC 83) ve islem tutari (B/T/X'te ayarlama/havale tutari,  <*
      *>    W'de acilis tutari) onaylayicinin limitini asmamalidir     <*
      *>    (RC 84). Gecemeyen transaction SUBPRG'a hic gonderilmez.   <*
      *>    V ve C'de tutar ancak SUBPRG'da belli olur (ters cevrilen  <*
      *>    orijinal hareket, faiz dahil supurulecek bakiye): limit    <*
      *>    SUB-RVRS/SUB-CLOS-APPR-LIMIT ile gonderilir, RC 84'u       <*
      *>    RVRSPROC/CLOSPROC hicbir kaydi degistirmeden verir.        <*
      *----------------------------------------------------------------*
       VALIDATE-APPROVER.
           MOVE 'Y' TO APPR-VALID-SW
             MOVE INP-ADJ-AMOUNT TO APPR-TRAN-AMT
           WHEN WRITE-TYPE
             MOVE INP-AMOUNT TO APPR-TRAN-AMT
           WHEN RVRS-TYPE
             MOVE APP-TBL-LIMIT(APPR-SUB) TO SUB-RVRS-APPR-LIMIT
             MOVE ZERO TO APPR-TRAN-AMT
           WHEN CLOS-TYPE
             MOVE APP-TBL-LIMIT(APPR-SUB) TO SUB-CLOS-APPR-LIMIT
             MOVE ZERO TO APPR-TRAN-AMT
           WHEN OTHER
             MOVE ZERO TO APPR-TRAN-AMT
           END-EVALUATE
      *>   Havalenin HEDEF hesabi da taramalara katilir; yoksa ayni  <*
      *>    INPFILE icindeki "X'i sil + X'e havale et" gibi           <*
      *>    carpismalar (tam da XTYPE taramasinin var olma nedeni)   <*
      *>    gorunmez kalirdi. Capraz-kur havale (X) ve hesap         <*
      *>    kapanisinin settlement hesabi (C) icin de ayni gerekce   <*
      *>    gecerlidir.                                              <*
                 IF TRAN-TYPE OR XTRN-TYPE OR CLOS-TYPE
                   MOVE INP-TRAN-ID  TO DUP-SRT-ID
                   MOVE INP-TRAN-DVZ TO DUP-SRT-DVZ
                   RELEASE DUP-SRT-REC
      *>    daha once uygulanmis transaction'lar tekrar islenmez.      <*
      *----------------------------------------------------------------*
       RESTART-OPTION-CONTROL.
           IF RESTART-REQUESTED
             OPEN INPUT CHK-FILE
             IF CHK-SUCCESS
                 MOVE CHK-MANT-ERR  TO RT-MANT-ERR
                 MOVE CHK-HOLD-OK   TO RT-HOLD-OK
                 MOVE CHK-HOLD-ERR  TO RT-HOLD-ERR
                 MOVE CHK-RVRS-OK   TO RT-RVRS-OK
                 MOVE CHK-RVRS-ERR  TO RT-RVRS-ERR
                 MOVE CHK-CLOS-OK   TO RT-CLOS-OK
                 MOVE CHK-CLOS-ERR  TO RT-CLOS-ERR
                 MOVE CHK-OTHR-CNT  TO RT-OTHR-CNT
                 PERFORM RESTORE-PROC-ORDER
                 DISPLAY 'RESTARTING AFTER RECORD: ' CHK-SKIP-CNT
                 CLOSE CHK-FILE
               ELSE
       RESTART-OPTION-CONTROL-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Checkpoint'teki atlama sayisi yalnizca onu yazan islem      <*
      *>    sirasinda anlamlidir: anahtar sirali kosuda sayim SORT     <*
      *>    edilmis akis uzerindendir. Bu yuzden RESTART, RUNPARM      <*
      *>    degismis olsa bile kesilen kosunun sirasiyla devam eder.   <*
      *----------------------------------------------------------------*
       RESTORE-PROC-ORDER.
           IF CHK-KEY-ORDER
             IF NOT KEY-ORDER-MODE
               DISPLAY 'RESTART - CHECKPOINT WAS TAKEN IN ACCOUNT KEY '
                       'ORDER - RESUMING IN THAT ORDER'
             END-IF
             SET KEY-ORDER-MODE TO TRUE
           ELSE
             IF KEY-ORDER-MODE
               DISPLAY 'RESTART - CHECKPOINT WAS TAKEN IN SUBMISSION '
                       'ORDER - RESUMING IN THAT ORDER'
             END-IF
             MOVE 'N' TO KEY-ORDER-SW
           END-IF.
       RESTORE-PROC-ORDER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   RESTART istenip CHK-FILE acilmis ama ilk READ'de gecerli bir <*
      *>    checkpoint bulunamamissa (bos dosya/EOF) bu paragraf        <*
      *>    calisir. Bunu sessiz gecmek INPFILE'i bastan islemek,       <*
             IF NOT SUS-SUCCESS
               OPEN OUTPUT SUS-FILE
             END-IF
             IF KEY-ORDER-MODE
               OPEN EXTEND OWK-FILE
               IF NOT OWK-SUCCESS
                 OPEN OUTPUT OWK-FILE
               END-IF
             ELSE
               MOVE ZERO TO OWK-ST
             END-IF
             OPEN EXTEND CLS-FILE
             IF NOT CLS-SUCCESS
               OPEN OUTPUT CLS-FILE
               PERFORM PRNT-CLOSURE-HEADER
             END-IF
           ELSE
             OPEN OUTPUT OUT-FILE
             OPEN OUTPUT CSV-FILE
             IF TRIAL-MODE
               MOVE ZERO TO RCO-ST
             ELSE
               OPEN OUTPUT RCY-OUT-FILE
             END-IF
             OPEN OUTPUT SUS-FILE
             IF KEY-ORDER-MODE
               OPEN OUTPUT OWK-FILE
             ELSE
               MOVE ZERO TO OWK-ST
             END-IF
             OPEN OUTPUT CLS-FILE
             PERFORM PRNT-CLOSURE-HEADER
           END-IF
      *>   Bekleme deposu her kosuda EXTEND ile acilir: WHSRELSE'nin  <*
      *>    biraktigi kuyrugun uzerine bu gecenin park edilenleri     <*
      *>    eklenir; dosya ilk kosuda henuz yoksa olusturulur.        <*
      *>    Deneme kosusu recycle cikisini ve bekleme deposunu hic    <*
      *>    acmaz; yalnizca sayar. Hesap kapanisi kontrolu icin       <*
      *>    kuyruktaki islemler EXTEND'den once hesap bazinda sayilir.<*
           PERFORM LOAD-PENDING-KEYS
           IF TRIAL-MODE
             MOVE ZERO TO PND-ST
           ELSE
             OPEN EXTEND PND-FILE
             IF NOT PND-SUCCESS
               OPEN OUTPUT PND-FILE
             END-IF
           END-IF
           IF (NOT INP-SUCCESS OR NOT OUT-SUCCESS OR NOT CSV-SUCCESS
               OR NOT RCO-SUCCESS OR NOT SUS-SUCCESS
               OR NOT PND-SUCCESS OR NOT OWK-SUCCESS
               OR NOT CLS-SUCCESS)
            DISPLAY 'FILE CANNOT OPEN'
            OPEN OUTPUT ERR-FILE
            IF NOT INP-SUCCESS
              MOVE PND-ST      TO ERR-FILE-STCODE
              PERFORM LOG-FILE-OPEN-ERROR
            END-IF
            IF NOT OWK-SUCCESS
              MOVE 'OWK-FILE'  TO ERR-FILE-NAME
              MOVE OWK-ST      TO ERR-FILE-STCODE
              PERFORM LOG-FILE-OPEN-ERROR
            END-IF
            IF NOT CLS-SUCCESS
              MOVE 'CLS-FILE'  TO ERR-FILE-NAME
              MOVE CLS-ST      TO ERR-FILE-STCODE
              PERFORM LOG-FILE-OPEN-ERROR
            END-IF
            CLOSE ERR-FILE
            SET CLOSE-FILE TO TRUE
            MOVE 99 TO RETURN-CODE
      *>    alinir; baska bir guncelleyici (INTACCR, FEEACCR,          <*
      *>    IDXFRECV, IDXBKUP RESTORE) kosuyorsa run .VSAM'a           <*
      *>    dokunmadan RC 14 ile durur. Bayat kilit IDXLCKU ile        <*
      *>    temizlenir. Deneme kosusu IDX-FILE'i yalnizca okudugundan  <*
      *>    kilit almaz; gercek guncelleyicileri bekletmez.            <*
      *----------------------------------------------------------------*
       IDX-LOCK-CLAIM.
           IF NOT TRIAL-MODE
             CALL 'LKCLAIM' USING LK-DATA
             IF LK-OUT-RC IS NOT EQUAL TO ZERO
               DISPLAY 'MAINPRG - IDXFILE IN USE BY ' LK-HOLDER
                       ' - RUN HELD'
               SET CLOSE-FILE TO TRUE
               MOVE 14 TO RETURN-CODE
               PERFORM PROGRAM-EXIT
             END-IF
             SET LK-CLAIMED TO TRUE
           END-IF.
       IDX-LOCK-CLAIM-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Batch basi handshake'i: SUBPRG'in IDX-FILE/DVZ-TABLE/       <*
      *>    AUDFILE'i batch boyunca acik tutmasi icin isleme           <*
      *>    donguisunden once SUBBEGIN cagrilir. Acilamazsa run        <*
      *>    .VSAM'a tek transaction gitmeden durdurulur. Deneme        <*
      *>    kosusunda SUBBEGIN yerine SUBTRIAL cagrilir: SUBPRG        <*
      *>    dosyalari salt-okunur acar ve degisiklikleri bellekte      <*
      *>    tutar.                                                     <*
      *----------------------------------------------------------------*
       SUB-BATCH-BEGIN.
           IF TRIAL-MODE
             CALL 'SUBTRIAL' USING SUB-OUT-INFO
           ELSE
             CALL 'SUBBEGIN' USING SUB-OUT-INFO
           END-IF
           IF SUB-OUT-RC IS NOT EQUAL TO ZERO
             DISPLAY 'SUBBEGIN FAILED - RC: ' SUB-OUT-RC
             MOVE 'IDX-FILE' TO ERR-FILE-NAME
      *----------------------------------------------------------------*
       READ-INP-FILE.
           PERFORM PROCESS-RECYCLE-FILE
           IF KEY-ORDER-MODE
             PERFORM PROCESS-KEY-ORDER
           ELSE
             READ INP-FILE
             PERFORM UNTIL INP-EOF
              ADD 1 TO CHK-PROC-CNT
              IF CHK-PROC-CNT IS GREATER THAN CHK-SKIP-CNT
                AND NOT HDR-TYPE AND NOT TRL-TYPE
                MOVE 0 TO CUR-RETRY-CNT
                PERFORM PROCESS-ONE-TRAN
              END-IF
              DIVIDE CHK-PROC-CNT BY CHK-INTERVAL
                GIVING CHK-DIV-TEMP REMAINDER CHK-DIV-REM
              IF CHK-DIV-REM IS EQUAL TO ZERO
                PERFORM WRITE-CHECKPOINT
              END-IF
              IF BREAKER-TRIPPED OR LIMIT-REACHED
                PERFORM ABORT-RUN-CONTROLLED
              END-IF
              READ INP-FILE
             END-PERFORM
           END-IF
           PERFORM WRITE-CHECKPOINT
           IF KEY-ORDER-MODE
             PERFORM RESTORE-SUBMISSION-ORDER
           END-IF.
       READ-INP-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Anahtar sirali kosu (RUNPARM ISLEM-SIRASI 'K'): buyuk       <*
      *>    INPFILE'larda IDX-FILE'a rastgele degil anahtar sirasiyla  <*
      *>    gidilsin diye detay kayitlari once ID+DVZ'ye gore SORT     <*
      *>    edilir; ayni hesabin kayitlari kendi aralarinda gonderim   <*
      *>    sirasini korur. Recycle akisi bundan etkilenmez, yine      <*
      *>    once islenir.                                              <*
      *>   SORT kararlidir (sira numarasi anahtarin parcasidir), bu    <*
      *>    yuzden RESTART'ta INPFILE yeniden SORT edildiginde ayni    <*
      *>    akis olusur ve CHK-SKIP-CNT ayni kayitlara denk gelir.     <*
      *>    H/Z kayitlari akisa alinmaz; sayim bu akis uzerindendir.   <*
      *>   Iki hesaba dokunan islemlerde (T/X) hesaplar arasi sira     <*
      *>    degisir: ornegin hedef hesabin W'si havaleden once         <*
      *>    islenebilir. Hesap-ici sira ise her zaman aynidir.         <*
      *----------------------------------------------------------------*
       PROCESS-KEY-ORDER.
           MOVE CHK-PROC-CNT TO KSQ-LOAD-CNT
           SORT KSQ-SORT-FILE
             ON ASCENDING KEY KSQ-SRT-ID KSQ-SRT-DVZ KSQ-SRT-SEQ
             INPUT PROCEDURE IS LOAD-KEY-ORDER-SORT
             GIVING KSQ-FILE
           IF SORT-RETURN IS NOT EQUAL TO ZERO
             DISPLAY 'KEY-ORDER - SORT FAILED - RC: ' SORT-RETURN
             SET CLOSE-FILE TO TRUE
             MOVE 99 TO RETURN-CODE
             PERFORM PROGRAM-EXIT
           END-IF
           DISPLAY 'KEY-ORDER - DETAIL RECORDS SORTED: ' KSQ-REL-CNT
           OPEN INPUT KSQ-FILE
           IF NOT KSQ-SUCCESS
             MOVE 'KSQ-FILE' TO ERR-FILE-NAME
             MOVE KSQ-ST     TO ERR-FILE-STCODE
             OPEN EXTEND ERR-FILE
             IF NOT ERR-SUCCESS
               OPEN OUTPUT ERR-FILE
             END-IF
             PERFORM LOG-FILE-OPEN-ERROR
             CLOSE ERR-FILE
             SET CLOSE-FILE TO TRUE
             MOVE 99 TO RETURN-CODE
             PERFORM PROGRAM-EXIT
           END-IF
           READ KSQ-FILE
           PERFORM UNTIL KSQ-EOF
            ADD 1 TO CHK-PROC-CNT
            IF CHK-PROC-CNT IS GREATER THAN CHK-SKIP-CNT
              MOVE KSQ-TRAN-DATA TO INP-REC
              MOVE KSQ-SEQ       TO CUR-ORIG-SEQ
              MOVE 0 TO CUR-RETRY-CNT
              PERFORM PROCESS-ONE-TRAN
            END-IF
            IF BREAKER-TRIPPED OR LIMIT-REACHED
              PERFORM ABORT-RUN-CONTROLLED
            END-IF
            READ KSQ-FILE
           END-PERFORM
           CLOSE KSQ-FILE.
       PROCESS-KEY-ORDER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   INPFILE (FILE-OPEN-CONTROL'de acilmis) sonuna kadar okunur;  <*
      *>    her kayda sirali kosudaki CHK-PROC-CNT karsiligi olan sira  <*
      *>    numarasi verilir, yalnizca detaylar SORT'a birakilir.       <*
      *----------------------------------------------------------------*
       LOAD-KEY-ORDER-SORT.
           READ INP-FILE
           PERFORM UNTIL INP-EOF
             ADD 1 TO KSQ-LOAD-CNT
             IF NOT HDR-TYPE AND NOT TRL-TYPE
               MOVE INP-ID       TO KSQ-SRT-ID
               MOVE INP-DVZ      TO KSQ-SRT-DVZ
               MOVE KSQ-LOAD-CNT TO KSQ-SRT-SEQ
               MOVE INP-REC      TO KSQ-SRT-TRAN-DATA
               RELEASE KSQ-SRT-REC
               ADD 1 TO KSQ-REL-CNT
             END-IF
             READ INP-FILE
           END-PERFORM.
       LOAD-KEY-ORDER-SORT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Anahtar sirali kosunun sonunda OWK-FILE'daki satirlar sira  <*
      *>    numarasina gore geri dizilir ve OUT-FILE/CSV-FILE'a         <*
      *>    yazilir: ACKSPLIT ve subeler gonderim sirasini gorur.       <*
      *>    Kontrollu durdurulan kosuda bu adim yapilmaz; OWK-FILE      <*
      *>    MAINPRGR.JCL'e kalir ve devam eden kosu dosyayi tamamlar.   <*
      *----------------------------------------------------------------*
       RESTORE-SUBMISSION-ORDER.
           CLOSE OWK-FILE
           SET OWK-DONE TO TRUE
           SORT OSQ-SORT-FILE
             ON ASCENDING KEY OSQ-SRT-SEQ
             USING OWK-FILE
             OUTPUT PROCEDURE IS WRITE-SUBMISSION-ORDER
           IF SORT-RETURN IS NOT EQUAL TO ZERO
             DISPLAY 'KEY-ORDER - OUTPUT SORT FAILED - RC: '
                     SORT-RETURN
             SET CLOSE-FILE TO TRUE
             MOVE 99 TO RETURN-CODE
             PERFORM PROGRAM-EXIT
           END-IF
           DISPLAY 'KEY-ORDER - OUTPUT LINES RESTORED: ' OSQ-OUT-CNT.
       RESTORE-SUBMISSION-ORDER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       WRITE-SUBMISSION-ORDER.
           MOVE 'N' TO OSQ-EOF-SW
           RETURN OSQ-SORT-FILE
             AT END SET OSQ-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL OSQ-EOF
             MOVE OSQ-SRT-OUT-DATA TO OUT-REC
             WRITE OUT-REC
             PERFORM PRNT-CSV-FILE
             ADD 1 TO OSQ-OUT-CNT
             RETURN OSQ-SORT-FILE
               AT END SET OSQ-EOF TO TRUE
             END-RETURN
           END-PERFORM
           INITIALIZE OUT-REC.
       WRITE-SUBMISSION-ORDER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Onceki gecenin recycle dosyasi, gunun INPFILE'indan ONCE    <*
               IF CHK-PROC-CNT IS GREATER THAN CHK-SKIP-CNT
                 ADD 1 TO RCY-IN-CNT
                 MOVE RCI-TRAN-DATA TO INP-REC
                 MOVE CHK-PROC-CNT  TO CUR-ORIG-SEQ
                 MOVE RCI-RETRY-CNT TO CUR-RETRY-CNT
                 PERFORM PROCESS-ONE-TRAN
               END-IF
      *>    OUT-FILE uzerinden "WAREHOUSED" onayini gorur.             <*
      *----------------------------------------------------------------*
       PARK-FUTURE-TRAN.
           IF NOT TRIAL-MODE
             WRITE PND-REC FROM INP-REC
           END-IF
           MOVE INP-KEY TO PNK-SEEK-KEY
           PERFORM ADD-PENDING-KEY
           IF TRAN-TYPE OR XTRN-TYPE OR CLOS-TYPE
             MOVE INP-TRAN-DATA TO PNK-SEEK-KEY
             PERFORM ADD-PENDING-KEY
           END-IF
           ADD 1 TO WHSE-CNT
           MOVE INP-ID  TO OUT-ID
           MOVE INP-DVZ TO OUT-DVZ
       PARK-FUTURE-TRAN-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Bekleme deposundaki (PNDFILE) islemler hesap bazinda       <*
      *>    sayilir: hesap kapanisi (C), kendi hesabina ya da hedef    <*
      *>    hesabi olarak (T/X/C) ileri tarihli islem bekleyen hesabi  <*
      *>    onaysiz kapatmaz. Dosya yoksa (35) kuyruk bos demektir.    <*
      *>    Bu gece park edilenler PARK-FUTURE-TRAN'da eklenir.        <*
      *----------------------------------------------------------------*
       LOAD-PENDING-KEYS.
           MOVE 0   TO PNK-CNT
           MOVE 'N' TO PNK-FULL-SW
           OPEN INPUT PND-FILE
           IF PND-SUCCESS
             READ PND-FILE
             PERFORM UNTIL NOT PND-SUCCESS
               MOVE PND-KEY TO PNK-SEEK-KEY
               PERFORM ADD-PENDING-KEY
               IF PND-PROC-TYPE IS EQUAL TO 'T' OR 'X' OR 'C'
                 MOVE PND-TRAN-KEY TO PNK-SEEK-KEY
                 PERFORM ADD-PENDING-KEY
               END-IF
               READ PND-FILE
             END-PERFORM
             CLOSE PND-FILE
           END-IF
           DISPLAY 'PND-CTL - ACCOUNTS WITH PENDING ITEMS: ' PNK-CNT.
       LOAD-PENDING-KEYS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PNK-SEEK-KEY hesabinin bekleyen islem sayacini artirir;     <*
      *>    tabloda yoksa yeni satir acar. Tablo dolarsa tablo disi    <*
      *>    hesaplar FIND-PENDING-COUNT'ta bekleyeni var sayilir.      <*
      *----------------------------------------------------------------*
       ADD-PENDING-KEY.
           MOVE 'N' TO PNK-FOUND-SW
           IF PNK-CNT IS GREATER THAN ZERO
             SET PNK-IDX TO 1
             SEARCH PNK-ENTRY
               AT END
                 CONTINUE
               WHEN PNK-TBL-KEY(PNK-IDX) = PNK-SEEK-KEY
                 SET PNK-FOUND TO TRUE
                 ADD 1 TO PNK-TBL-NUM(PNK-IDX)
             END-SEARCH
           END-IF
           IF NOT PNK-FOUND
             IF PNK-CNT IS LESS THAN 20000
               ADD 1 TO PNK-CNT
               MOVE PNK-SEEK-KEY TO PNK-TBL-KEY(PNK-CNT)
               MOVE 1            TO PNK-TBL-NUM(PNK-CNT)
             ELSE
               IF NOT PNK-TABLE-FULL
                 SET PNK-TABLE-FULL TO TRUE
                 DISPLAY 'PND-CTL - PENDING KEY TABLE FULL (20000) '
                         '- UNLISTED ACCOUNTS TREATED AS PENDING'
               END-IF
             END-IF
           END-IF.
       ADD-PENDING-KEY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PNK-SEEK-KEY hesabi icin bekleyen islem sayisi             <*
      *>    SUB-CLOS-PND-CNT'a konur.                                  <*
      *----------------------------------------------------------------*
       FIND-PENDING-COUNT.
           MOVE 0   TO SUB-CLOS-PND-CNT
           MOVE 'N' TO PNK-FOUND-SW
           IF PNK-CNT IS GREATER THAN ZERO
             SET PNK-IDX TO 1
             SEARCH PNK-ENTRY
               AT END
                 CONTINUE
               WHEN PNK-TBL-KEY(PNK-IDX) = PNK-SEEK-KEY
                 SET PNK-FOUND TO TRUE
                 MOVE PNK-TBL-NUM(PNK-IDX) TO SUB-CLOS-PND-CNT
             END-SEARCH
           END-IF
           IF NOT PNK-FOUND AND PNK-TABLE-FULL
             MOVE 1 TO SUB-CLOS-PND-CNT
           END-IF.
       FIND-PENDING-COUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Vadesi gelmis (ya da tarihsiz) islemin tam islem yolu.      <*
      *----------------------------------------------------------------*
       EXECUTE-ONE-TRAN.
           MOVE INP-ADJ-AMOUNT  TO SUB-HOLD-AMOUNT
           MOVE INP-HOLD-REASON TO SUB-HOLD-REASON
           MOVE INP-HOLD-EXPIRY TO SUB-HOLD-EXPIRY
           IF RVRS-TYPE
             MOVE INP-RVRS-DATE TO SUB-RVRS-DATE
             MOVE INP-RVRS-TIME TO SUB-RVRS-TIME
           END-IF
           MOVE INP-OVRD-IND    TO SUB-RVRS-OVRD-IND
           MOVE INP-APPR-ID     TO SUB-RVRS-APPR-ID
           IF CLOS-TYPE
             MOVE INP-TRAN-ID   TO SUB-CLOS-SETL-ID
             MOVE INP-TRAN-DVZ  TO SUB-CLOS-SETL-DVZ
             MOVE INP-KEY       TO PNK-SEEK-KEY
             PERFORM FIND-PENDING-COUNT
           END-IF
           MOVE INP-OVRD-IND    TO SUB-CLOS-OVRD-IND
           MOVE INP-APPR-ID     TO SUB-CLOS-APPR-ID
           MOVE SPACES   TO OUT-MSG
           MOVE SPACES   TO OUT-FROM
           MOVE SPACES   TO OUT-TO
             ELSE
               MOVE CUR-RETRY-CNT TO RCO-RETRY-CNT
               MOVE INP-REC       TO RCO-TRAN-DATA
               IF NOT TRIAL-MODE
                 WRITE RCO-REC
               END-IF
               ADD 1 TO RCY-OUT-CNT
             END-IF
           END-IF.
      *----------------------------------------------------------------*
       ABORT-RUN-CONTROLLED.
           PERFORM WRITE-CHECKPOINT
           IF TRIAL-MODE
             DISPLAY 'MAINPRG - TRIAL RUN - THE LIVE RUN WOULD STOP '
                     'AT RECORD ' CHK-PROC-CNT
      *>   Deneme kosusunun devami olmadigindan anahtar sirali        <*
      *>    satirlar durma noktasinda da gonderim sirasina dizilir.   <*
             IF KEY-ORDER-MODE
               PERFORM RESTORE-SUBMISSION-ORDER
             END-IF
           END-IF
           IF BREAKER-TRIPPED
             DISPLAY 'RUN-PARM - ERROR CIRCUIT BREAKER TRIPPED - '
                     'CONSEC: ' CONSEC-ERR-CNT
      *----
      *----------------------------------------------------------------*
      *>   Son islenen record sayisini CHK-FILE'a yazar; bir sonraki   <*
      *>    RESTART bu noktadan devam eder. Deneme kosusu checkpoint   <*
      *>    yazmaz: gercek kosunun CHKFILE'ini ezmemelidir.            <*
      *----------------------------------------------------------------*
       WRITE-CHECKPOINT.
           IF NOT TRIAL-MODE
             PERFORM STORE-CHECKPOINT
           END-IF.
       WRITE-CHECKPOINT-END. EXIT.
      *----
       STORE-CHECKPOINT.
           OPEN OUTPUT CHK-FILE
           IF NOT CHK-SUCCESS
             OPEN EXTEND ERR-FILE
             MOVE RT-MANT-ERR  TO CHK-MANT-ERR
             MOVE RT-HOLD-OK   TO CHK-HOLD-OK
             MOVE RT-HOLD-ERR  TO CHK-HOLD-ERR
             MOVE RT-RVRS-OK   TO CHK-RVRS-OK
             MOVE RT-RVRS-ERR  TO CHK-RVRS-ERR
             MOVE RT-CLOS-OK   TO CHK-CLOS-OK
             MOVE RT-CLOS-ERR  TO CHK-CLOS-ERR
             MOVE RT-OTHR-CNT  TO CHK-OTHR-CNT
             IF KEY-ORDER-MODE
               MOVE 'K'        TO CHK-PROC-ORDER
             ELSE
               MOVE SPACE      TO CHK-PROC-ORDER
             END-IF
             WRITE CHK-REC
             CLOSE CHK-FILE
             IF LK-CLAIMED
               CALL 'LKSTAMP' USING LK-DATA
             END-IF
           END-IF.
       STORE-CHECKPOINT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   SUBPRG CALL edilmeden once INP-ID/INP-DVZ'nin gecerli bir   <*
           WHEN HOLD-TYPE
              CALL 'HOLDPROC' USING SUB-OUT-INFO, SUB-IDX-KEY,
                                     SUB-HOLD-DATA
           WHEN RVRS-TYPE
              CALL 'RVRSPROC' USING SUB-OUT-INFO, SUB-IDX-KEY,
                                     SUB-RVRS-DATA
           WHEN CLOS-TYPE
              CALL 'CLOSPROC' USING SUB-OUT-INFO, SUB-IDX-KEY,
                                     SUB-CLOS-DATA
              IF SUB-OUT-RC IS ZERO
                PERFORM PRNT-CLOSURE-LINE
              END-IF
           WHEN OTHER
            MOVE '-UNDF-RC:' TO SUB-OUT-RROC-TYP
            MOVE 99 TO SUB-OUT-RC
             ELSE
               ADD 1 TO RT-HOLD-ERR
             END-IF
           WHEN RVRS-TYPE
             IF SUB-OUT-RC IS ZERO
               ADD 1 TO RT-RVRS-OK
             ELSE
               ADD 1 TO RT-RVRS-ERR
             END-IF
           WHEN CLOS-TYPE
             IF SUB-OUT-RC IS ZERO
               ADD 1 TO RT-CLOS-OK
             ELSE
               ADD 1 TO RT-CLOS-ERR
             END-IF
           WHEN OTHER
             ADD 1 TO RT-OTHR-CNT
           END-EVALUATE.
                   AMT-DISPLAY  DELIMITED BY SIZE
                   INTO OUT-TO
            END-STRING
           END-IF
           IF CLOS-TYPE AND OUT-RC IS ZERO
            MOVE SUB-AMT-BEFORE TO AMT-DISPLAY
            STRING 'CLOSED FROM: ' DELIMITED BY SIZE
                   AMT-DISPLAY     DELIMITED BY SIZE
                   INTO OUT-FROM
            END-STRING
            MOVE SUB-CLOS-CREDIT-AMT TO AMT-DISPLAY
            STRING 'SETL CR: ' DELIMITED BY SIZE
                   AMT-DISPLAY  DELIMITED BY SIZE
                   INTO OUT-TO
            END-STRING
           END-IF
           IF RVRS-TYPE AND OUT-RC IS ZERO
            STRING 'REV ' DELIMITED BY SIZE
                   SUB-RVRS-ORG-TYPE DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   SUB-RVRS-DATE DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   SUB-RVRS-TIME DELIMITED BY SIZE
                   INTO OUT-FROM
            END-STRING
            MOVE SUB-AMT-AFTER TO AMT-DISPLAY
            STRING 'TO: '     DELIMITED BY SIZE
                   AMT-DISPLAY DELIMITED BY SIZE
                   INTO OUT-TO
            END-STRING
           END-IF.
           IF KEY-ORDER-MODE
             MOVE CUR-ORIG-SEQ TO OWK-SEQ
             MOVE OUT-REC      TO OWK-OUT-DATA
             WRITE OWK-REC
           ELSE
             WRITE OUT-REC
             PERFORM PRNT-CSV-FILE
           END-IF
           INITIALIZE SUB-OUT-INFO
           INITIALIZE SUB-IDX-KEY
           INITIALIZE SUB-WRIT-DATA
           INITIALIZE SUB-TRAN-DATA
           INITIALIZE SUB-MANT-DATA
           INITIALIZE SUB-HOLD-DATA
           INITIALIZE SUB-RVRS-DATA
           INITIALIZE SUB-CLOS-DATA
           INITIALIZE SUB-DELT-DATA
           INITIALIZE SUB-READ-DATA
           INITIALIZE OUT-REC.
       PRNT-CSV-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Hesap kapanis registerinin basliklari (yeni dosya acilinca).<*
      *----------------------------------------------------------------*
       PRNT-CLOSURE-HEADER.
           MOVE BUS-DATE-NUM TO CLS-H-BUS-DATE
           WRITE CLS-REC FROM CLS-HDR-LINE1
           WRITE CLS-REC FROM CLS-HDR-LINE2.
       PRNT-CLOSURE-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Basarili kapanisin register satiri: kapanis bakiyesi,      <*
      *>    postalanan faiz, supurulen tutar, settlement hesabina      <*
      *>    gecen tutar, onaylayici, bagli journal referansi ve        <*
      *>    onayla gecilen engeller (H blokaj, P bekleyen islem,       <*
      *>    S duzenli odeme talimati).                                 <*
      *----------------------------------------------------------------*
       PRNT-CLOSURE-LINE.
           COMPUTE CLS-SWEPT-AMT = SUB-AMT-BEFORE + SUB-CLOS-INT-AMT
           MOVE SUB-IDX-ID          TO CLS-D-ID
           MOVE SUB-IDX-DVZ         TO CLS-D-DVZ
           MOVE SUB-FIRSTNFROM      TO CLS-D-FIRSTN
           MOVE SUB-LASTNFROM       TO CLS-D-LASTN
           MOVE SUB-AMT-BEFORE      TO CLS-D-BAL
           MOVE SUB-CLOS-INT-AMT    TO CLS-D-INT
           MOVE CLS-SWEPT-AMT       TO CLS-D-SWEPT
           MOVE SUB-CLOS-SETL-ID    TO CLS-D-SETL-ID
           MOVE SUB-CLOS-SETL-DVZ   TO CLS-D-SETL-DVZ
           MOVE SUB-CLOS-CREDIT-AMT TO CLS-D-CREDIT
           MOVE SUB-CLOS-APPR-ID    TO CLS-D-APPR
           MOVE SUB-CLOS-REF-DATE   TO CLS-D-REF-DATE
           MOVE SUB-CLOS-REF-TIME   TO CLS-D-REF-TIME
           MOVE SUB-CLOS-BLOCK-FLAGS TO CLS-D-FLAGS
           WRITE CLS-REC FROM CLS-DETAIL-LINE.
       PRNT-CLOSURE-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Programi sonlandiran bu fonksiyonda STOP-RUN'a             <*
      *>    88 CLOSE-FILE conditation'i ile ulasilir                  <*
      *>   PERFORM ile direkt cikis gerceklesmedigi icin              <*
       PROGRAM-EXIT.
           IF CLOSE-FILE
               MOVE RETURN-CODE TO EXIT-RC-SAVE
               IF TRIAL-MODE
                 PERFORM TRIAL-PROJECTION
               END-IF
               CALL 'SUBEND' USING SUB-OUT-INFO
               IF LK-CLAIMED
                 CALL 'LKFREE' USING LK-DATA
                 MOVE 'N' TO LK-CLAIMED-SW
               END-IF
               IF NOT TRIAL-MODE
                 MOVE EXIT-RC-SAVE TO RL-END-RC
                 CALL 'RLEND' USING RL-DATA
               END-IF
               MOVE EXIT-RC-SAVE TO RETURN-CODE
               PERFORM PRNT-RUN-TOTALS
               IF TRIAL-MODE
                 PERFORM PRNT-TRIAL-SUMMARY
               END-IF
               CLOSE INP-FILE
               CLOSE OUT-FILE
               CLOSE CSV-FILE
               IF NOT TRIAL-MODE
                 CLOSE RCY-OUT-FILE
                 CLOSE PND-FILE
               END-IF
               CLOSE SUS-FILE
               CLOSE CLS-FILE
               IF KEY-ORDER-MODE AND NOT OWK-DONE
                 CLOSE OWK-FILE
               END-IF
               STOP RUN
           END-IF.
       PROGRAM-EXIT-END. EXIT.
       PRNT-RUN-TOTALS.
           DISPLAY '=========================================='
           DISPLAY '  MAINPRG - CONTROL TOTALS - END OF RUN'
           IF TRIAL-MODE
             DISPLAY '  *** TRIAL RUN - NOTHING WAS POSTED ***'
           END-IF
           DISPLAY '=========================================='
           DISPLAY '  PROC-TYPE        RC=00       RC-NOT-00'
           DISPLAY '  READ   (R): ' RT-READ-OK '    ' RT-READ-ERR
           DISPLAY '  XTRNSFR(X): ' RT-XTRN-OK '    ' RT-XTRN-ERR
           DISPLAY '  MAINT  (M): ' RT-MANT-OK '    ' RT-MANT-ERR
           DISPLAY '  HOLD   (P): ' RT-HOLD-OK '    ' RT-HOLD-ERR
           DISPLAY '  REVERSE(V): ' RT-RVRS-OK '    ' RT-RVRS-ERR
           DISPLAY '  CLOSURE(C): ' RT-CLOS-OK '    ' RT-CLOS-ERR
           DISPLAY '  UNDEFINED PROC-TYPE CNT: ' RT-OTHR-CNT
           DISPLAY '------------------------------------------'
           DISPLAY '  RECYCLE IN : ' RCY-IN-CNT
           DISPLAY '  BATCH HASH: ' BAT-HASH-D
           DISPLAY '=========================================='.
       PRNT-RUN-TOTALS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Deneme kosusunun bakiye projeksiyonu SUBPRG'den, dosyalar   <*
      *>    SUBEND ile kapanmadan once alinir.                         <*
      *----------------------------------------------------------------*
       TRIAL-PROJECTION.
           MOVE 0 TO TRL-SUM-CNT TRL-SUM-TOUCHED
           CALL 'TRLSUMM' USING SUB-OUT-INFO, TRL-SUM-DATA
           MOVE SUB-OUT-RC TO TRL-SUM-RC.
       TRIAL-PROJECTION-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Operasyonun batch'i onaylamadan once inceledigi ozet: her   <*
      *>    para birimi icin bugunku hesap sayisi ve bakiye toplami,   <*
      *>    batch'in net etkisi ve gercek kosu sonundaki tahmini       <*
      *>    toplam.                                                    <*
      *----------------------------------------------------------------*
       PRNT-TRIAL-SUMMARY.
           DISPLAY '=========================================='
           DISPLAY '  MAINPRG - TRIAL RUN - PROJECTED BALANCES'
           DISPLAY '=========================================='
           IF TRL-SUM-RC IS NOT EQUAL TO ZERO
             DISPLAY '  PROJECTION NOT AVAILABLE - RC: ' TRL-SUM-RC
           ELSE
             MOVE TRL-SUM-TOUCHED TO TRL-CNT-D
             DISPLAY '  ACCOUNTS CHANGED BY BATCH: ' TRL-CNT-D
             DISPLAY '  DVZ  ACCTS-NOW ACCTS-AFTER'
                     '    CURRENT-BALANCE'
                     '       NET-MOVEMENT'
                     '  PROJECTED-BALANCE'
             IF TRL-SUM-CNT IS GREATER THAN ZERO
               PERFORM PRNT-TRIAL-SUMMARY-LINE
                 VARYING TRL-SUB FROM 1 BY 1
                 UNTIL TRL-SUB IS GREATER THAN TRL-SUM-CNT
             END-IF
           END-IF
           DISPLAY '=========================================='.
       PRNT-TRIAL-SUMMARY-END. EXIT.
      *----
       PRNT-TRIAL-SUMMARY-LINE.
           COMPUTE TRL-CHG-AMT = TRL-SUM-PRJ-AMT(TRL-SUB)
                               - TRL-SUM-CUR-AMT(TRL-SUB)
           MOVE TRL-SUM-CUR-CNT(TRL-SUB) TO TRL-CNT-D
           MOVE TRL-SUM-PRJ-CNT(TRL-SUB) TO TRL-PCNT-D
           MOVE TRL-SUM-CUR-AMT(TRL-SUB) TO TRL-CUR-AMT-D
           MOVE TRL-CHG-AMT              TO TRL-CHG-AMT-D
           MOVE TRL-SUM-PRJ-AMT(TRL-SUB) TO TRL-PRJ-AMT-D
           DISPLAY '  ' TRL-SUM-DVZ(TRL-SUB)
                   '    ' TRL-CNT-D
                   '     ' TRL-PCNT-D
                   ' ' TRL-CUR-AMT-D
                   ' ' TRL-CHG-AMT-D
                   ' ' TRL-PRJ-AMT-D.
       PRNT-TRIAL-SUMMARY-LINE-END. EXIT.
       END PROGRAM MAINPRG.
