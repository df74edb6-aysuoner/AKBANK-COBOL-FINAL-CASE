      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   RUNSLA ==> gece batch penceresinin performans ve SLA        <*
      *>    raporu. RUNLOGPR her programin START ve END damgasini      <*
      *>    RUNLOG'a yaziyor ama o dosyayi on-kosul kontrolunden baska  <*
      *>    okuyan yoktu; pencere uzayip online acilis saatini         <*
      *>    gectiginde fark ediliyordu. Bu program damgalari program    <*
      *>    basina START/END ciftlerine esler ve her gece icin:         <*
      *>     - her adimin baslangic, bitis ve gecen suresini,           <*
      *>     - pencerenin toplam suresini (ilk START'tan son END'e,     <*
      *>       yani kritik yolun uzunlugu) ve bitis saatini,            <*
      *>     - onceki en fazla 30 gecenin (RUNLOG'da damgasi olan       <*
      *>       geceler) ortalamasini                                    <*
      *>    basar. Isaretlenen durumlar:                                <*
      *>     LONG RUN  ==> adim, en az 5 gecelik gecmisi varken         <*
      *>                   ortalamasinin PARM yuzdesinden uzun ve en az <*
      *>                   60 saniye fazla surdu,                       <*
      *>     RC=nn     ==> adim sifirdan farkli RC ile bitti (gece      <*
      *>                   icinde birden fazla kosu varsa en kotusu),   <*
      *>     NO END    ==> START var ama END yok (abend / iptal),       <*
      *>     NOT RUN   ==> onceki gecelerin en az yarisinda kosan adim  <*
      *>                   bu gece hic baslamadi (RUNLOGPR on-kosul     <*
      *>                   reddi de START yazmadigindan burada cikar),  <*
      *>     BREACH    ==> pencere SLA bitis saatinden sonra bitti,     <*
      *>     AT RISK   ==> SLA'ya uyari payindan az zaman kaldi.       <*
      *>   Rapor, rapor tarihiyle biten son 30 geceyi kapsar; sonda    <*
      *>    gece gece bitis/sure egilimi ve genel sayaclar basilir.    <*
      *>    Rapor gecesinde SLA ihlali ya da isaretli adim varsa       <*
      *>    (ya da o gece hic damga yoksa) RC 04.                      <*
      *>   Gece, START damgasinin tarihidir (RUNLOGPR'in on-kosul     <*
      *>    kontrolu de takvim gunune bakar); gece yarisini asan kosu  <*
      *>    START'in gecesine yazilir, saatleri 24:00 uzerinden gider. <*
      *>   PARM: 1-8 rapor tarihi YYYYMMDD (bos = bugun), 9-12 SLA     <*
      *>    bitis saati HHMM (bos = 0700; gece yarisindan sonraki      <*
      *>    gune tasan pencere icin 2400 uzeri verilebilir), 13-15     <*
      *>    LONG RUN yuzdesi (bos = 150), 16-18 AT RISK payi dakika    <*
      *>    (bos = 030).                                               <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                RUNSLA.
       AUTHOR.                    AYSU ONER.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.             15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RL-FILE         ASSIGN TO  RUNLOG
                                  STATUS     RL-ST.
           SELECT SORT-FILE       ASSIGN TO  SRTWORK.
           SELECT RPT-FILE        ASSIGN TO  SLARPT
                                  STATUS     RPT-ST.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *>   RL-FILE ==> RUNLOGPR'in damga dosyasi (RL-REC ile birebir   <*
      *>    ayni duzen).                                               <*
       FD  RL-FILE RECORDING MODE F.
       01  RL-REC.
           05 RL-DATE              PIC 9(08).
           05 RL-TIME              PIC 9(08).
           05 RL-PGM               PIC X(08).
           05 RL-EVENT             PIC X(05).
           05 RL-RC                PIC 9(02).
           05 FILLER               PIC X(09).
      *
      *>   SORT-FILE ==> damgalar program + tarih + saat sirasina      <*
      *>                 dizilir; her programin START/END'leri arka    <*
      *>                 arkaya gelir ve sirayla eslenir.              <*
       SD  SORT-FILE.
       01  SRT-REC.
           05 SRT-PGM              PIC X(08).
           05 SRT-DATE             PIC 9(08).
           05 SRT-TIME             PIC 9(08).
           05 SRT-TIME-R REDEFINES SRT-TIME.
             10 SRT-TIME-HH        PIC 9(02).
             10 SRT-TIME-MM        PIC 9(02).
             10 SRT-TIME-SS        PIC 9(02).
             10 SRT-TIME-CC        PIC 9(02).
           05 SRT-EVENT            PIC X(05).
           05 SRT-RC               PIC 9(02).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           05 RPT-LINE             PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 RL-ST               PIC 9(02).
             88 RL-EOF                     VALUE 10.
             88 RL-SUCCESS                 VALUE 00 97.
           05 RPT-ST              PIC 9(02).
             88 RPT-SUCCESS                VALUE 00 97.
      *
              *>*> PARM ve rapor parametreleri <*<*
       01  RUN-PARM-AREA.
           05 RUN-PARM            PIC X(18) VALUE SPACES.
           05 RUN-PARM-R REDEFINES RUN-PARM.
             10 PARM-RPT-DATE     PIC X(08).
             10 PARM-SLA-TIME     PIC X(04).
             10 PARM-LONG-PCT     PIC X(03).
             10 PARM-WARN-MIN     PIC X(03).
           05 RPT-DATE-NUM        PIC 9(08) VALUE ZERO.
           05 SLA-TIME            PIC 9(04) VALUE 0700.
           05 SLA-TIME-R REDEFINES SLA-TIME.
             10 SLA-TIME-HH       PIC 9(02).
             10 SLA-TIME-MM       PIC 9(02).
           05 LONG-PCT            PIC 9(03) VALUE 150.
           05 WARN-MIN            PIC 9(03) VALUE 030.
           05 SLA-SECS            PIC 9(06) COMP VALUE 0.
           05 WARN-SECS           PIC 9(06) COMP VALUE 0.
           05 SYS-DATE-AREA.
             10 SYS-DATE-YY       PIC 9(02).
             10 SYS-DATE-MM       PIC 9(02).
             10 SYS-DATE-DD       PIC 9(02).
      *
              *>*> Isaretleme sabitleri <*<*
       01  MIN-HIST-NIGHTS        PIC 9(02) COMP VALUE 5.
       01  MIN-LONG-SECS          PIC 9(03) COMP VALUE 60.
      *
              *>*> Gun numarasi: 2000-01-01'den beri gun sayisi;      <*<*
              *>*> gece yarisini asan kosularin suresi ve gece        <*<*
              *>*> tablosunun indisi bununla hesaplanir.              <*<*
       01  MONTH-CUM-AREA.
           05 FILLER              PIC X(36)
              VALUE '000031059090120151181212243273304334'.
       01  MONTH-CUM-TABLE REDEFINES MONTH-CUM-AREA.
           05 MONTH-CUM           PIC 9(03) OCCURS 12 TIMES.
       01  DAY-NUM-WORK.
           05 DN-DATE             PIC 9(08).
           05 DN-DATE-R REDEFINES DN-DATE.
             10 DN-YYYY           PIC 9(04).
             10 DN-MM             PIC 9(02).
             10 DN-DD             PIC 9(02).
           05 DN-YEARS            PIC 9(04) COMP.
           05 DN-QUOT             PIC 9(04) COMP.
           05 DN-REM              PIC 9(01) COMP.
           05 DN-RESULT           PIC 9(06) COMP.
           05 RPT-DAY-NUM         PIC 9(06) COMP.
           05 LOW-DAY-NUM         PIC 9(06) COMP.
      *
              *>*> SORT ve eslestirme degiskenleri <*<*
       01  PAIR-CTL.
           05 SORT-EOF-SW         PIC X(01) VALUE 'N'.
             88 SORT-EOF                   VALUE 'Y'.
           05 START-OPEN-SW       PIC X(01) VALUE 'N'.
             88 START-OPEN                 VALUE 'Y'.
           05 CUR-PGM             PIC X(08) VALUE SPACES.
           05 CUR-STEP            PIC 9(02) COMP VALUE 0.
           05 STAMP-DAY-NUM       PIC 9(06) COMP.
           05 STAMP-ABS           PIC 9(11) COMP.
           05 OPEN-DATE           PIC 9(08).
           05 OPEN-DAY-NUM        PIC 9(06) COMP.
           05 OPEN-ABS            PIC 9(11) COMP.
           05 OPEN-START-OFS      PIC 9(06) COMP.
           05 RUN-END-OFS         PIC 9(06) COMP.
           05 RUN-ELAPSED         PIC 9(06) COMP.
           05 NGT                 PIC 9(03) COMP.
      *
              *>*> Adimlar (RUNLOG'da gorulen programlar) ve rapor    <*<*
              *>*> gecesi icin onceki gecelerin ozetleri <*<*
       01  STEP-CNT               PIC 9(02) COMP VALUE 0.
       01  STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES.
             10 STEP-PGM          PIC X(08).
             10 HS-SUM            PIC 9(09) COMP.
             10 HS-CNT            PIC 9(03) COMP.
             10 HS-RAN-CNT        PIC 9(03) COMP.
             10 STEP-PRINTED-SW   PIC X(01).
               88 STEP-PRINTED             VALUE 'Y'.
      *
              *>*> Geceler: indis 1 = rapor tarihi, 2 = bir gun once, <*<*
              *>*> ... 100 = 99 gun once. Damgasi olmayan gun bos    <*<*
              *>*> kalir ve gece sayilmaz. <*<*
       01  NIGHT-TABLE.
           05 NT-ENTRY OCCURS 100 TIMES.
             10 NT-DATE           PIC 9(08).
             10 NT-DATA-SW        PIC X(01).
               88 NT-HAS-DATA              VALUE 'Y'.
             10 NT-END-SW         PIC X(01).
               88 NT-HAS-END               VALUE 'Y'.
             10 NT-START-OFS      PIC 9(06) COMP.
             10 NT-END-OFS        PIC 9(06) COMP.
             10 NT-AVG-DUR        PIC 9(06) COMP.
             10 NT-AVG-END        PIC 9(06) COMP.
             10 NT-FLAG-CNT       PIC 9(03) COMP.
             10 NT-SLA-STS        PIC X(12).
             10 NS-ENTRY OCCURS 20 TIMES.
               15 NS-RUN-CNT      PIC 9(02) COMP.
               15 NS-NOEND-CNT    PIC 9(02) COMP.
               15 NS-START-OFS    PIC 9(06) COMP.
               15 NS-END-OFS      PIC 9(06) COMP.
               15 NS-ELAPSED      PIC 9(06) COMP.
               15 NS-RC           PIC 9(02).
      *
              *>*> Rapor gecesi hesaplama alanlari <*<*
       01  NIGHT-WORK.
           05 NGT-LAST            PIC 9(03) COMP VALUE 0.
           05 NGT-RANGE-CNT       PIC 9(03) COMP VALUE 0.
           05 PRI                 PIC 9(03) COMP.
           05 PRIOR-CNT           PIC 9(03) COMP.
           05 PRIOR-DUR-SUM       PIC 9(09) COMP.
           05 PRIOR-END-SUM       PIC 9(09) COMP.
           05 PRIOR-END-CNT       PIC 9(03) COMP.
           05 STP                 PIC 9(02) COMP.
           05 PICK-CNT            PIC 9(02) COMP.
           05 PICK-STEP           PIC 9(02) COMP.
           05 PICK-OFS            PIC 9(06) COMP.
           05 NGT-DUR             PIC 9(06) COMP.
           05 STEP-AVG            PIC 9(06) COMP.
           05 STEP-PCT            PIC 9(04) COMP.
           05 STEP-FLAG-SW        PIC X(01).
             88 STEP-FLAGGED               VALUE 'Y'.
      *
              *>*> Genel sayaclar <*<*
       01  RUN-TOTALS.
           05 STAMP-READ-CNT      PIC 9(07) COMP VALUE 0.
           05 STAMP-USED-CNT      PIC 9(07) COMP VALUE 0.
           05 ORPHAN-END-CNT      PIC 9(07) COMP VALUE 0.
           05 STEP-OVER-CNT       PIC 9(07) COMP VALUE 0.
           05 TT-NIGHT-CNT        PIC 9(05) COMP VALUE 0.
           05 TT-BREACH-CNT       PIC 9(05) COMP VALUE 0.
           05 TT-RISK-CNT         PIC 9(05) COMP VALUE 0.
           05 TT-LONG-CNT         PIC 9(05) COMP VALUE 0.
           05 TT-RC-CNT           PIC 9(05) COMP VALUE 0.
           05 TT-NOEND-CNT        PIC 9(05) COMP VALUE 0.
           05 TT-NOTRUN-CNT       PIC 9(05) COMP VALUE 0.
      *
              *>*> Rapor satirlari <*<*
       01  FMT-WORK.
           05 FMT-IN-SECS         PIC 9(06) COMP.
           05 FMT-HH              PIC 9(02).
           05 FMT-MM              PIC 9(02).
           05 FMT-SS              PIC 9(02).
           05 FMT-REST            PIC 9(06) COMP.
           05 FMT-HHMMSS.
             10 FMT-OUT-HH        PIC 9(02).
             10 FILLER            PIC X(01) VALUE ':'.
             10 FMT-OUT-MM        PIC 9(02).
             10 FILLER            PIC X(01) VALUE ':'.
             10 FMT-OUT-SS        PIC 9(02).
           05 FMT-DATE-IN         PIC 9(08).
           05 FMT-DATE-IN-R REDEFINES FMT-DATE-IN.
             10 FMT-IN-YYYY       PIC 9(04).
             10 FMT-IN-MM         PIC 9(02).
             10 FMT-IN-DD         PIC 9(02).
           05 FMT-DATE-OUT.
             10 FMT-OUT-DD        PIC 9(02).
             10 FILLER            PIC X(01) VALUE '/'.
             10 FMT-OUT-MO        PIC 9(02).
             10 FILLER            PIC X(01) VALUE '/'.
             10 FMT-OUT-YYYY      PIC 9(04).
           05 RPT-CNT-D           PIC Z(06)9.
           05 RPT-SLA-D.
             10 RPT-SLA-HH        PIC 9(02).
             10 FILLER            PIC X(01) VALUE ':'.
             10 RPT-SLA-MM        PIC 9(02).
           05 RPT-PCT-D           PIC ZZ9.
           05 RPT-NGT-D           PIC ZZ9.
           05 RPT-WIN-START       PIC X(08).
           05 RPT-WIN-END         PIC X(08).
           05 RPT-WIN-DUR         PIC X(08).
           05 RPT-AVG-DUR         PIC X(08).
           05 RPT-AVG-END         PIC X(08).
           05 FLAG-PTR            PIC 9(03) COMP.
      *
       01  STEP-HDR-LINE.
           05 FILLER PIC X(20) VALUE '  PROGRAM   START   '.
           05 FILLER PIC X(20) VALUE '  END       ELAPSED '.
           05 FILLER PIC X(20) VALUE '  AVERAGE   % AVG RC'.
           05 FILLER PIC X(20) VALUE '  RUNS FLAGS        '.
           05 FILLER              PIC X(52) VALUE SPACES.
      *
       01  STEP-DTL-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-PGM             PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-START           PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-END             PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-ELAPSED         PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-AVG             PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-PCT             PIC Z(03)9 BLANK WHEN ZERO.
           05 DTL-PCT-SIGN        PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 DTL-RC              PIC X(02).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DTL-RUNS            PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-FLAGS           PIC X(65).
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           PERFORM RESOLVE-RUN-PARMS
           INITIALIZE NIGHT-TABLE
           INITIALIZE STEP-TABLE
           SORT SORT-FILE
             ON ASCENDING KEY SRT-PGM SRT-DATE SRT-TIME
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE  IS LOAD-SORT-FILE
             OUTPUT PROCEDURE IS PRODUCE-REPORT
           PERFORM PROGRAM-EXIT.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Bos ya da numeric olmayan PARM alani varsayilana duser.     <*
      *----------------------------------------------------------------*
       RESOLVE-RUN-PARMS.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           ACCEPT SYS-DATE-AREA FROM DATE
           IF PARM-RPT-DATE IS NOT EQUAL TO SPACES
             AND PARM-RPT-DATE IS NUMERIC
             MOVE PARM-RPT-DATE TO RPT-DATE-NUM
           ELSE
             COMPUTE RPT-DATE-NUM = 20000000
                     + SYS-DATE-YY * 10000
                     + SYS-DATE-MM * 100
                     + SYS-DATE-DD
           END-IF
           IF PARM-SLA-TIME IS NUMERIC
             MOVE PARM-SLA-TIME TO SLA-TIME
           END-IF
           IF PARM-LONG-PCT IS NUMERIC
             AND PARM-LONG-PCT IS GREATER THAN '100'
             MOVE PARM-LONG-PCT TO LONG-PCT
           END-IF
           IF PARM-WARN-MIN IS NUMERIC
             MOVE PARM-WARN-MIN TO WARN-MIN
           END-IF
           COMPUTE SLA-SECS  = SLA-TIME-HH * 3600 + SLA-TIME-MM * 60
           COMPUTE WARN-SECS = WARN-MIN * 60
           MOVE RPT-DATE-NUM TO DN-DATE
           PERFORM CALC-DAY-NUMBER
           MOVE DN-RESULT TO RPT-DAY-NUM
           COMPUTE LOW-DAY-NUM = RPT-DAY-NUM - 99
           MOVE SLA-TIME-HH TO RPT-SLA-HH
           MOVE SLA-TIME-MM TO RPT-SLA-MM
           DISPLAY 'RUNSLA - REPORT DATE   : ' RPT-DATE-NUM
           DISPLAY 'RUNSLA - SLA FINISH    : ' RPT-SLA-D
           DISPLAY 'RUNSLA - LONG RUN PCT  : ' LONG-PCT
           DISPLAY 'RUNSLA - AT RISK MARGIN: ' WARN-MIN.
       RESOLVE-RUN-PARMS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   DN-DATE (YYYYMMDD, 2000-2099) ==> DN-RESULT. 2000-2099     <*
      *>    araliginda 4'e bolunen her yil artik yildir.               <*
      *----------------------------------------------------------------*
       CALC-DAY-NUMBER.
           IF DN-YYYY IS LESS THAN 2000
             OR DN-MM IS LESS THAN 1 OR DN-MM IS GREATER THAN 12
             MOVE ZERO TO DN-RESULT
           ELSE
             COMPUTE DN-YEARS = DN-YYYY - 2000
             DIVIDE DN-YYYY BY 4 GIVING DN-QUOT REMAINDER DN-REM
             COMPUTE DN-QUOT = (DN-YEARS + 3) / 4
             COMPUTE DN-RESULT = DN-YEARS * 365 + DN-QUOT
                     + MONTH-CUM(DN-MM) + DN-DD
             IF DN-MM IS GREATER THAN 2 AND DN-REM IS EQUAL TO ZERO
               ADD 1 TO DN-RESULT
             END-IF
           END-IF.
       CALC-DAY-NUMBER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   SORT INPUT-PROCEDURE: rapor tarihinden 99 gun oncesine      <*
      *>    kadar olan damgalar (gece yarisini asan kosu icin rapor    <*
      *>    tarihinin ertesi gunu dahil) siralamaya girer.             <*
      *----------------------------------------------------------------*
       LOAD-SORT-FILE.
           OPEN INPUT RL-FILE
           IF NOT RL-SUCCESS
             DISPLAY 'RUNSLA - RUNLOG CANNOT OPEN: ' RL-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           READ RL-FILE
           PERFORM UNTIL RL-EOF
             ADD 1 TO STAMP-READ-CNT
             MOVE RL-DATE TO DN-DATE
             PERFORM CALC-DAY-NUMBER
             IF DN-RESULT IS NOT LESS THAN LOW-DAY-NUM
               AND DN-RESULT IS NOT GREATER THAN RPT-DAY-NUM + 1
               AND (RL-EVENT IS EQUAL TO 'START'
                    OR RL-EVENT IS EQUAL TO 'END')
               ADD 1 TO STAMP-USED-CNT
               MOVE RL-PGM   TO SRT-PGM
               MOVE RL-DATE  TO SRT-DATE
               MOVE RL-TIME  TO SRT-TIME
               MOVE RL-EVENT TO SRT-EVENT
               MOVE RL-RC    TO SRT-RC
               RELEASE SRT-REC
             END-IF
             READ RL-FILE
           END-PERFORM
           CLOSE RL-FILE
           DISPLAY 'RUNSLA - RUNLOG STAMPS READ : ' STAMP-READ-CNT
           DISPLAY 'RUNSLA - STAMPS IN WINDOW   : ' STAMP-USED-CNT.
       LOAD-SORT-FILE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   SORT OUTPUT-PROCEDURE: damgalar gece/adim tablosuna         <*
      *>    eslenir, ardindan rapor basilir.                           <*
      *----------------------------------------------------------------*
       PRODUCE-REPORT.
           RETURN SORT-FILE
             AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
             PERFORM PAIR-RUN-STAMP
             RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
             END-RETURN
           END-PERFORM
           IF START-OPEN
             PERFORM RECORD-NO-END
           END-IF
           PERFORM PRNT-REPORT.
       PRODUCE-REPORT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Bir programin damgalari zaman sirasiyla gelir: START acar,  <*
      *>    END kapatir. END gelmeden ikinci START gelirse ilki "END   <*
      *>    yok" sayilir; START'siz END sayilip atlanir.               <*
      *----------------------------------------------------------------*
       PAIR-RUN-STAMP.
           IF SRT-PGM IS NOT EQUAL TO CUR-PGM
             IF START-OPEN
               PERFORM RECORD-NO-END
             END-IF
             MOVE SRT-PGM TO CUR-PGM
             IF STEP-CNT IS LESS THAN 20
               ADD 1 TO STEP-CNT
               MOVE STEP-CNT TO CUR-STEP
               MOVE SRT-PGM  TO STEP-PGM(CUR-STEP)
             ELSE
               MOVE 0 TO CUR-STEP
               ADD 1 TO STEP-OVER-CNT
               DISPLAY 'RUNSLA - MORE THAN 20 PROGRAMS - IGNORED: '
                       SRT-PGM
             END-IF
           END-IF
           IF CUR-STEP IS GREATER THAN ZERO
             MOVE SRT-DATE TO DN-DATE
             PERFORM CALC-DAY-NUMBER
             MOVE DN-RESULT TO STAMP-DAY-NUM
             COMPUTE STAMP-ABS = STAMP-DAY-NUM * 86400
                     + SRT-TIME-HH * 3600
                     + SRT-TIME-MM * 60
                     + SRT-TIME-SS
             IF SRT-EVENT IS EQUAL TO 'START'
               IF START-OPEN
                 PERFORM RECORD-NO-END
               END-IF
               SET START-OPEN TO TRUE
               MOVE SRT-DATE      TO OPEN-DATE
               MOVE STAMP-DAY-NUM TO OPEN-DAY-NUM
               MOVE STAMP-ABS     TO OPEN-ABS
               COMPUTE OPEN-START-OFS = STAMP-ABS
                       - STAMP-DAY-NUM * 86400
             ELSE
               IF START-OPEN
                 PERFORM RECORD-RUN
               ELSE
                 ADD 1 TO ORPHAN-END-CNT
               END-IF
             END-IF
           END-IF.
       PAIR-RUN-STAMP-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Acik START'in gecesi bulunur; rapor tarihinden sonraki      <*
      *>    START'lar rapora girmez (NGT sifir kalir).                 <*
      *----------------------------------------------------------------*
       LOCATE-OPEN-NIGHT.
           MOVE 0 TO NGT
           IF OPEN-DAY-NUM IS NOT GREATER THAN RPT-DAY-NUM
             AND OPEN-DAY-NUM IS NOT LESS THAN LOW-DAY-NUM
             COMPUTE NGT = RPT-DAY-NUM - OPEN-DAY-NUM + 1
             IF NOT NT-HAS-DATA(NGT)
               MOVE 'Y'            TO NT-DATA-SW(NGT)
               MOVE OPEN-DATE      TO NT-DATE(NGT)
               MOVE OPEN-START-OFS TO NT-START-OFS(NGT)
             ELSE
               IF OPEN-START-OFS IS LESS THAN NT-START-OFS(NGT)
                 MOVE OPEN-START-OFS TO NT-START-OFS(NGT)
               END-IF
             END-IF
             IF NS-RUN-CNT(NGT CUR-STEP) IS EQUAL TO ZERO
               AND NS-NOEND-CNT(NGT CUR-STEP) IS EQUAL TO ZERO
               MOVE OPEN-START-OFS TO NS-START-OFS(NGT CUR-STEP)
             END-IF
           END-IF.
       LOCATE-OPEN-NIGHT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Gece icinde ayni adim birden fazla kosmussa sureler         <*
      *>    toplanir, bitis en son END'dir, RC en kotusudur.           <*
      *----------------------------------------------------------------*
       RECORD-RUN.
           PERFORM LOCATE-OPEN-NIGHT
           IF NGT IS GREATER THAN ZERO
             COMPUTE RUN-ELAPSED = STAMP-ABS - OPEN-ABS
             COMPUTE RUN-END-OFS = STAMP-ABS - OPEN-DAY-NUM * 86400
             ADD 1           TO NS-RUN-CNT(NGT CUR-STEP)
             ADD RUN-ELAPSED TO NS-ELAPSED(NGT CUR-STEP)
             MOVE RUN-END-OFS TO NS-END-OFS(NGT CUR-STEP)
             IF SRT-RC IS GREATER THAN NS-RC(NGT CUR-STEP)
               MOVE SRT-RC TO NS-RC(NGT CUR-STEP)
             END-IF
             IF NOT NT-HAS-END(NGT)
               OR RUN-END-OFS IS GREATER THAN NT-END-OFS(NGT)
               MOVE 'Y'         TO NT-END-SW(NGT)
               MOVE RUN-END-OFS TO NT-END-OFS(NGT)
             END-IF
           END-IF
           MOVE 'N' TO START-OPEN-SW.
       RECORD-RUN-END. EXIT.
      *----
      *----------------------------------------------------------------*
       RECORD-NO-END.
           PERFORM LOCATE-OPEN-NIGHT
           IF NGT IS GREATER THAN ZERO
             ADD 1 TO NS-NOEND-CNT(NGT CUR-STEP)
           END-IF
           MOVE 'N' TO START-OPEN-SW.
       RECORD-NO-END-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Rapor araligi: rapor tarihiyle biten, damgasi olan son 30   <*
      *>    gece. Rapor gecesi damgasiz olsa da basilir (NOT RUN       <*
      *>    adimlari o zaman gorunur).                                 <*
      *----------------------------------------------------------------*
       PRNT-REPORT.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-SUCCESS
             DISPLAY 'RUNSLA - SLARPT CANNOT OPEN: ' RPT-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           IF NOT NT-HAS-DATA(1)
             MOVE RPT-DATE-NUM TO NT-DATE(1)
           END-IF
           MOVE 1 TO NGT-LAST
           MOVE 0 TO NGT-RANGE-CNT
           PERFORM FIND-RANGE-LIMIT
             VARYING NGT FROM 1 BY 1
             UNTIL NGT IS GREATER THAN 100
                OR NGT-RANGE-CNT IS EQUAL TO 30
           PERFORM PRNT-REPORT-HEADER
           PERFORM PRNT-ONE-NIGHT
             VARYING NGT FROM NGT-LAST BY -1
             UNTIL NGT IS LESS THAN 1
           PERFORM PRNT-TREND-HEADER
           PERFORM PRNT-TREND-LINE
             VARYING NGT FROM NGT-LAST BY -1
             UNTIL NGT IS LESS THAN 1
           PERFORM PRNT-RUN-TOTALS
           CLOSE RPT-FILE.
       PRNT-REPORT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FIND-RANGE-LIMIT.
           IF NT-HAS-DATA(NGT)
             ADD 1 TO NGT-RANGE-CNT
             MOVE NGT TO NGT-LAST
           END-IF.
       FIND-RANGE-LIMIT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-REPORT-HEADER.
           MOVE RPT-DATE-NUM TO FMT-DATE-IN
           PERFORM FMT-DATE
           MOVE LONG-PCT TO RPT-PCT-D
           MOVE SPACES TO RPT-REC
           STRING 'RUNSLA - BATCH WINDOW PERFORMANCE / SLA REPORT '
                    DELIMITED BY SIZE
                  'UP TO ' DELIMITED BY SIZE
                  FMT-DATE-OUT DELIMITED BY SIZE
                  '   SLA FINISH ' DELIMITED BY SIZE
                  RPT-SLA-D DELIMITED BY SIZE
                  '   LONG RUN > ' DELIMITED BY SIZE
                  RPT-PCT-D DELIMITED BY SIZE
                  '% OF 30-NIGHT AVERAGE' DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-REPORT-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Bir gece: once onceki gecelerin ozeti cikarilir, pencere    <*
      *>    satiri SLA durumuyla basilir, sonra adimlar baslangic      <*
      *>    sirasinda ve en sonda kosmasi gerekip kosmayanlar.         <*
      *----------------------------------------------------------------*
       PRNT-ONE-NIGHT.
           IF NT-HAS-DATA(NGT) OR NGT IS EQUAL TO 1
             ADD 1 TO TT-NIGHT-CNT
             MOVE 0 TO NT-FLAG-CNT(NGT)
             PERFORM CALC-NIGHT-HISTORY
             PERFORM SET-SLA-STATUS
             PERFORM PRNT-NIGHT-HEADER
             PERFORM CLEAR-STEP-PRINTED
               VARYING STP FROM 1 BY 1
               UNTIL STP IS GREATER THAN STEP-CNT
             PERFORM PRNT-NEXT-STEP
               VARYING PICK-CNT FROM 1 BY 1
               UNTIL PICK-CNT IS GREATER THAN STEP-CNT
             PERFORM CHECK-STEP-NOT-RUN
               VARYING STP FROM 1 BY 1
               UNTIL STP IS GREATER THAN STEP-CNT
           END-IF.
       PRNT-ONE-NIGHT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Onceki geceler: bu geceden eskisi, damgasi olan en fazla    <*
      *>    30 gece (rapor araliginin disina, 100 gune kadar uzanir). <*
      *----------------------------------------------------------------*
       CALC-NIGHT-HISTORY.
           MOVE 0 TO PRIOR-CNT PRIOR-DUR-SUM PRIOR-END-SUM
                     PRIOR-END-CNT
           PERFORM CLEAR-STEP-HISTORY
             VARYING STP FROM 1 BY 1
             UNTIL STP IS GREATER THAN STEP-CNT
           PERFORM ADD-PRIOR-NIGHT
             VARYING PRI FROM NGT BY 1
             UNTIL PRI IS GREATER THAN 99
                OR PRIOR-CNT IS EQUAL TO 30
           MOVE 0 TO NT-AVG-DUR(NGT) NT-AVG-END(NGT)
           IF PRIOR-END-CNT IS GREATER THAN ZERO
             COMPUTE NT-AVG-DUR(NGT) = PRIOR-DUR-SUM / PRIOR-END-CNT
             COMPUTE NT-AVG-END(NGT) = PRIOR-END-SUM / PRIOR-END-CNT
           END-IF.
       CALC-NIGHT-HISTORY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CLEAR-STEP-HISTORY.
           MOVE 0 TO HS-SUM(STP) HS-CNT(STP) HS-RAN-CNT(STP).
       CLEAR-STEP-HISTORY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PRI, NGT'den baslayan sayactir; bakilan gece PRI + 1'dir.   <*
      *----------------------------------------------------------------*
       ADD-PRIOR-NIGHT.
           IF NT-HAS-DATA(PRI + 1)
             ADD 1 TO PRIOR-CNT
             IF NT-HAS-END(PRI + 1)
               ADD 1 TO PRIOR-END-CNT
               ADD NT-END-OFS(PRI + 1) TO PRIOR-END-SUM
               COMPUTE PRIOR-DUR-SUM = PRIOR-DUR-SUM
                       + NT-END-OFS(PRI + 1) - NT-START-OFS(PRI + 1)
             END-IF
             PERFORM ADD-PRIOR-STEP
               VARYING STP FROM 1 BY 1
               UNTIL STP IS GREATER THAN STEP-CNT
           END-IF.
       ADD-PRIOR-NIGHT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       ADD-PRIOR-STEP.
           IF NS-RUN-CNT(PRI + 1 STP) IS GREATER THAN ZERO
             ADD 1 TO HS-CNT(STP)
             ADD NS-ELAPSED(PRI + 1 STP) TO HS-SUM(STP)
           END-IF
           IF NS-RUN-CNT(PRI + 1 STP) IS GREATER THAN ZERO
             OR NS-NOEND-CNT(PRI + 1 STP) IS GREATER THAN ZERO
             ADD 1 TO HS-RAN-CNT(STP)
           END-IF.
       ADD-PRIOR-STEP-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   SLA durumu pencerenin son END'ine gore verilir; hic END     <*
      *>    yoksa pencere tamamlanmamistir.                            <*
      *----------------------------------------------------------------*
       SET-SLA-STATUS.
           EVALUATE TRUE
           WHEN NOT NT-HAS-DATA(NGT)
             MOVE 'NO STAMPS'    TO NT-SLA-STS(NGT)
             ADD 1 TO NT-FLAG-CNT(NGT)
           WHEN NOT NT-HAS-END(NGT)
             MOVE 'NOT COMPLETE' TO NT-SLA-STS(NGT)
             ADD 1 TO NT-FLAG-CNT(NGT)
           WHEN NT-END-OFS(NGT) IS GREATER THAN SLA-SECS
             MOVE 'BREACH'       TO NT-SLA-STS(NGT)
             ADD 1 TO NT-FLAG-CNT(NGT)
             ADD 1 TO TT-BREACH-CNT
           WHEN NT-END-OFS(NGT) + WARN-SECS IS GREATER THAN SLA-SECS
             MOVE 'AT RISK'      TO NT-SLA-STS(NGT)
             ADD 1 TO TT-RISK-CNT
           WHEN OTHER
             MOVE 'MET'          TO NT-SLA-STS(NGT)
           END-EVALUATE.
       SET-SLA-STATUS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-NIGHT-HEADER.
           MOVE NT-DATE(NGT) TO FMT-DATE-IN
           PERFORM FMT-DATE
           MOVE SPACES TO RPT-WIN-START RPT-WIN-END RPT-WIN-DUR
           MOVE '   N/A  ' TO RPT-AVG-DUR RPT-AVG-END
           IF NT-HAS-DATA(NGT)
             MOVE NT-START-OFS(NGT) TO FMT-IN-SECS
             PERFORM FMT-SECS
             MOVE FMT-HHMMSS TO RPT-WIN-START
           END-IF
           IF NT-HAS-END(NGT)
             MOVE NT-END-OFS(NGT) TO FMT-IN-SECS
             PERFORM FMT-SECS
             MOVE FMT-HHMMSS TO RPT-WIN-END
             COMPUTE FMT-IN-SECS = NT-END-OFS(NGT) - NT-START-OFS(NGT)
             PERFORM FMT-SECS
             MOVE FMT-HHMMSS TO RPT-WIN-DUR
           END-IF
           IF PRIOR-END-CNT IS GREATER THAN ZERO
             MOVE NT-AVG-DUR(NGT) TO FMT-IN-SECS
             PERFORM FMT-SECS
             MOVE FMT-HHMMSS TO RPT-AVG-DUR
             MOVE NT-AVG-END(NGT) TO FMT-IN-SECS
             PERFORM FMT-SECS
             MOVE FMT-HHMMSS TO RPT-AVG-END
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'NIGHT ' DELIMITED BY SIZE
                  FMT-DATE-OUT DELIMITED BY SIZE
                  '  WINDOW ' DELIMITED BY SIZE
                  RPT-WIN-START DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  RPT-WIN-END DELIMITED BY SIZE
                  '  DURATION ' DELIMITED BY SIZE
                  RPT-WIN-DUR DELIMITED BY SIZE
                  '  30-NIGHT AVG ' DELIMITED BY SIZE
                  RPT-AVG-DUR DELIMITED BY SIZE
                  ' FINISH ' DELIMITED BY SIZE
                  RPT-AVG-END DELIMITED BY SIZE
                  '  SLA ' DELIMITED BY SIZE
                  RPT-SLA-D DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NT-SLA-STS(NGT) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE STEP-HDR-LINE TO RPT-REC
           WRITE RPT-REC.
       PRNT-NIGHT-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CLEAR-STEP-PRINTED.
           MOVE 'N' TO STEP-PRINTED-SW(STP).
       CLEAR-STEP-PRINTED-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Henuz basilmamis, bu gece kosmus adimlardan en erken        <*
      *>    baslayani secilip basilir.                                 <*
      *----------------------------------------------------------------*
       PRNT-NEXT-STEP.
           MOVE 0 TO PICK-STEP
           PERFORM PICK-EARLIEST-STEP
             VARYING STP FROM 1 BY 1
             UNTIL STP IS GREATER THAN STEP-CNT
           IF PICK-STEP IS GREATER THAN ZERO
             MOVE 'Y' TO STEP-PRINTED-SW(PICK-STEP)
             PERFORM PRNT-STEP-LINE
           END-IF.
       PRNT-NEXT-STEP-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PICK-EARLIEST-STEP.
           IF NOT STEP-PRINTED(STP)
             AND (NS-RUN-CNT(NGT STP) IS GREATER THAN ZERO
                  OR NS-NOEND-CNT(NGT STP) IS GREATER THAN ZERO)
             IF PICK-STEP IS EQUAL TO ZERO
               OR NS-START-OFS(NGT STP) IS LESS THAN PICK-OFS
               MOVE STP TO PICK-STEP
               MOVE NS-START-OFS(NGT STP) TO PICK-OFS
             END-IF
           END-IF.
       PICK-EARLIEST-STEP-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Adim satiri ve isaretleri (LONG RUN, RC=nn, NO END).       <*
      *----------------------------------------------------------------*
       PRNT-STEP-LINE.
           MOVE PICK-STEP TO STP
           MOVE SPACES TO DTL-START DTL-END DTL-ELAPSED DTL-FLAGS
                          DTL-PCT-SIGN
           MOVE '   N/A  ' TO DTL-AVG
           MOVE ZERO TO DTL-PCT
           MOVE STEP-PGM(STP) TO DTL-PGM
           MOVE NS-START-OFS(NGT STP) TO FMT-IN-SECS
           PERFORM FMT-SECS
           MOVE FMT-HHMMSS TO DTL-START
           COMPUTE DTL-RUNS = NS-RUN-CNT(NGT STP)
                            + NS-NOEND-CNT(NGT STP)
           MOVE NS-RC(NGT STP) TO DTL-RC
           MOVE 'N' TO STEP-FLAG-SW
           MOVE 1 TO FLAG-PTR
           MOVE 0 TO STEP-AVG
           IF HS-CNT(STP) IS GREATER THAN ZERO
             COMPUTE STEP-AVG = HS-SUM(STP) / HS-CNT(STP)
             MOVE STEP-AVG TO FMT-IN-SECS
             PERFORM FMT-SECS
             MOVE FMT-HHMMSS TO DTL-AVG
           END-IF
           IF NS-RUN-CNT(NGT STP) IS GREATER THAN ZERO
             MOVE NS-END-OFS(NGT STP) TO FMT-IN-SECS
             PERFORM FMT-SECS
             MOVE FMT-HHMMSS TO DTL-END
             MOVE NS-ELAPSED(NGT STP) TO FMT-IN-SECS
             PERFORM FMT-SECS
             MOVE FMT-HHMMSS TO DTL-ELAPSED
             IF STEP-AVG IS GREATER THAN ZERO
               COMPUTE STEP-PCT = NS-ELAPSED(NGT STP) * 100
                                  / STEP-AVG
                 ON SIZE ERROR MOVE 9999 TO STEP-PCT
               END-COMPUTE
               MOVE STEP-PCT TO DTL-PCT
               MOVE '%' TO DTL-PCT-SIGN
             END-IF
             IF HS-CNT(STP) IS NOT LESS THAN MIN-HIST-NIGHTS
               AND NS-ELAPSED(NGT STP) * 100
                   IS GREATER THAN STEP-AVG * LONG-PCT
               AND NS-ELAPSED(NGT STP)
                   IS NOT LESS THAN STEP-AVG + MIN-LONG-SECS
               SET STEP-FLAGGED TO TRUE
               ADD 1 TO TT-LONG-CNT
               STRING 'LONG RUN ' DELIMITED BY SIZE
                      INTO DTL-FLAGS WITH POINTER FLAG-PTR
               END-STRING
             END-IF
             IF NS-RC(NGT STP) IS GREATER THAN ZERO
               SET STEP-FLAGGED TO TRUE
               ADD 1 TO TT-RC-CNT
               STRING 'RC=' DELIMITED BY SIZE
                      NS-RC(NGT STP) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      INTO DTL-FLAGS WITH POINTER FLAG-PTR
               END-STRING
             END-IF
           ELSE
             MOVE SPACES TO DTL-RC
           END-IF
           IF NS-NOEND-CNT(NGT STP) IS GREATER THAN ZERO
             SET STEP-FLAGGED TO TRUE
             ADD 1 TO TT-NOEND-CNT
             STRING 'NO END STAMP (ABEND/CANCEL) ' DELIMITED BY SIZE
                    INTO DTL-FLAGS WITH POINTER FLAG-PTR
             END-STRING
           END-IF
           IF STEP-FLAGGED
             ADD 1 TO NT-FLAG-CNT(NGT)
           END-IF
           MOVE STEP-DTL-LINE TO RPT-REC
           WRITE RPT-REC.
       PRNT-STEP-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Onceki gecelerin en az yarisinda baslamis bir adim bu gece  <*
      *>    hic baslamadiysa NOT RUN basilir.                          <*
      *----------------------------------------------------------------*
       CHECK-STEP-NOT-RUN.
           IF NS-RUN-CNT(NGT STP) IS EQUAL TO ZERO
             AND NS-NOEND-CNT(NGT STP) IS EQUAL TO ZERO
             AND PRIOR-CNT IS GREATER THAN ZERO
             AND HS-RAN-CNT(STP) * 2 IS NOT LESS THAN PRIOR-CNT
             ADD 1 TO TT-NOTRUN-CNT
             ADD 1 TO NT-FLAG-CNT(NGT)
             MOVE SPACES TO DTL-START DTL-END DTL-ELAPSED DTL-FLAGS
                            DTL-PCT-SIGN DTL-RC
             MOVE '   N/A  ' TO DTL-AVG
             MOVE ZERO TO DTL-PCT DTL-RUNS
             MOVE STEP-PGM(STP) TO DTL-PGM
             IF HS-CNT(STP) IS GREATER THAN ZERO
               COMPUTE FMT-IN-SECS = HS-SUM(STP) / HS-CNT(STP)
               PERFORM FMT-SECS
               MOVE FMT-HHMMSS TO DTL-AVG
             END-IF
             MOVE HS-RAN-CNT(STP) TO RPT-NGT-D
             MOVE 1 TO FLAG-PTR
             STRING 'NOT RUN - RAN ON ' DELIMITED BY SIZE
                    RPT-NGT-D DELIMITED BY SIZE
                    ' OF ' DELIMITED BY SIZE
                    INTO DTL-FLAGS WITH POINTER FLAG-PTR
             END-STRING
             MOVE PRIOR-CNT TO RPT-NGT-D
             STRING RPT-NGT-D DELIMITED BY SIZE
                    ' PRIOR NIGHTS' DELIMITED BY SIZE
                    INTO DTL-FLAGS WITH POINTER FLAG-PTR
             END-STRING
             MOVE STEP-DTL-LINE TO RPT-REC
             WRITE RPT-REC
           END-IF.
       CHECK-STEP-NOT-RUN-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Egilim: gece basina bitis, sure, onceki 30 gecenin sure     <*
      *>    ortalamasi, SLA durumu ve isaret sayisi - pencerenin       <*
      *>    uzamasi SLA asilmadan burada gorulur.                      <*
      *----------------------------------------------------------------*
       PRNT-TREND-HEADER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE '=== WINDOW TREND ===' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING '  NIGHT       START     FINISH    DURATION  '
                    DELIMITED BY SIZE
                  '30-AVG    SLA STATUS    FLAGS' DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-TREND-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-TREND-LINE.
           IF NT-HAS-DATA(NGT) OR NGT IS EQUAL TO 1
             MOVE NT-DATE(NGT) TO FMT-DATE-IN
             PERFORM FMT-DATE
             MOVE SPACES TO RPT-WIN-START RPT-WIN-END RPT-WIN-DUR
             MOVE '   N/A  ' TO RPT-AVG-DUR
             IF NT-HAS-DATA(NGT)
               MOVE NT-START-OFS(NGT) TO FMT-IN-SECS
               PERFORM FMT-SECS
               MOVE FMT-HHMMSS TO RPT-WIN-START
             END-IF
             IF NT-HAS-END(NGT)
               MOVE NT-END-OFS(NGT) TO FMT-IN-SECS
               PERFORM FMT-SECS
               MOVE FMT-HHMMSS TO RPT-WIN-END
               COMPUTE FMT-IN-SECS = NT-END-OFS(NGT)
                                   - NT-START-OFS(NGT)
               PERFORM FMT-SECS
               MOVE FMT-HHMMSS TO RPT-WIN-DUR
             END-IF
             IF NT-AVG-DUR(NGT) IS GREATER THAN ZERO
               MOVE NT-AVG-DUR(NGT) TO FMT-IN-SECS
               PERFORM FMT-SECS
               MOVE FMT-HHMMSS TO RPT-AVG-DUR
             END-IF
             MOVE NT-FLAG-CNT(NGT) TO RPT-CNT-D
             MOVE SPACES TO RPT-REC
             STRING '  ' DELIMITED BY SIZE
                    FMT-DATE-OUT DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    RPT-WIN-START DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    RPT-WIN-END DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    RPT-WIN-DUR DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    RPT-AVG-DUR DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    NT-SLA-STS(NGT) DELIMITED BY SIZE
                    RPT-CNT-D DELIMITED BY SIZE
                    INTO RPT-REC
             END-STRING
             WRITE RPT-REC
           END-IF.
       PRNT-TREND-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-RUN-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE TT-NIGHT-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '=== NIGHTS REPORTED: ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TT-BREACH-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '    SLA BREACH     : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TT-RISK-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '    SLA AT RISK    : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TT-LONG-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '    LONG RUN STEPS : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TT-RC-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '    NON-ZERO RC    : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TT-NOEND-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '    NO END STAMP   : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE TT-NOTRUN-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '    NOT RUN        : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ORPHAN-END-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING '    END W/O START  : ' DELIMITED BY SIZE
                  RPT-CNT-D DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-RUN-TOTALS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Saniye ==> HH:MM:SS (gece yarisini asan bitis 24 ve uzeri   <*
      *>    saat olarak gorunur).                                      <*
      *----------------------------------------------------------------*
       FMT-SECS.
           DIVIDE FMT-IN-SECS BY 3600 GIVING FMT-HH
             REMAINDER FMT-REST
           DIVIDE FMT-REST BY 60 GIVING FMT-MM
             REMAINDER FMT-SS
           MOVE FMT-HH TO FMT-OUT-HH
           MOVE FMT-MM TO FMT-OUT-MM
           MOVE FMT-SS TO FMT-OUT-SS.
       FMT-SECS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FMT-DATE.
           MOVE FMT-IN-DD   TO FMT-OUT-DD
           MOVE FMT-IN-MM   TO FMT-OUT-MO
           MOVE FMT-IN-YYYY TO FMT-OUT-YYYY.
       FMT-DATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Rapor gecesinde (indis 1) isaret varsa RC 04.               <*
      *----------------------------------------------------------------*
       PROGRAM-EXIT.
           DISPLAY 'RUNSLA - NIGHTS REPORTED    : ' TT-NIGHT-CNT
           DISPLAY 'RUNSLA - SLA BREACHES       : ' TT-BREACH-CNT
           IF NT-FLAG-CNT(1) IS GREATER THAN ZERO
             DISPLAY 'RUNSLA - REPORT NIGHT FLAGGED: '
                     NT-SLA-STS(1) ' FLAGS ' NT-FLAG-CNT(1)
             MOVE 04 TO RETURN-CODE
           ELSE
             MOVE 00 TO RETURN-CODE
           END-IF
           STOP RUN.
       PROGRAM-EXIT-END. EXIT.
       END PROGRAM RUNSLA.
