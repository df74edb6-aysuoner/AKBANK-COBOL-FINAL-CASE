      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   BUSCAL ==> tarihli tum batch programlarinin ortak is gunu   <*
      *>    takvimi. Bugune kadar her program is gununu sistem         <*
      *>    tarihinden aliyordu; resmi tatil ve hafta sonu gecelerinde <*
      *>    de bekleyen islemler birakiliyor, blokajlar dusuyor ve GL  <*
      *>    is gunu olmayan bir tarihle besleniyordu. Artik is gunu    <*
      *>    bilgisi operasyonun tuttugu CALFILE tatil takviminden      <*
      *>    gelir:                                                     <*
      *>     - Cumartesi/Pazar is gunu degildir,                       <*
      *>     - CALFILE'daki 'H' kaydi o gunu kapatir (resmi tatil,     <*
      *>       arife vb.),                                             <*
      *>     - CALFILE'daki 'W' kaydi hafta sonuna dusen bir calisma   <*
      *>       gununu acar (tatil telafi gunleri).                     <*
      *>   Tek ENTRY noktasi vardir:                                   <*
      *>    BCDATE ==> LN-BC-IN-DATE (YYYYMMDD, sifir = sistem tarihi) <*
      *>      icin su tarihleri doner:                                 <*
      *>       LN-BC-BUS-DATE  ==> o gunun is gunu: tarih is gunuyse   <*
      *>                           kendisi, degilse ondan onceki son   <*
      *>                           is gunu (tatil gecesinin kosusu     <*
      *>                           kapanmamis son is gunune aittir;    <*
      *>                           tatile dusen vadeler boylece bir    <*
      *>                           sonraki is gunune kayar),           <*
      *>       LN-BC-PREV-DATE ==> LN-BC-BUS-DATE'ten onceki is gunu,  <*
      *>       LN-BC-NEXT-DATE ==> tarihten sonraki ilk is gunu,       <*
      *>       LN-BC-MEND-DATE ==> tarihin ayinin son is gunu.         <*
      *>      LN-BC-OUT-RC: 00 tamam, 04 CALFILE yok (yalnizca hafta   <*
      *>      sonlari uygulandi), 99 gecersiz tarih.                   <*
      *>   CALFILE ilk cagrida bir kez tabloya yuklenir.               <*
      *----------------------------------------------------------------*
       PROGRAM-ID.            BUSCAL.
       AUTHOR.                AYSU ONER.
       DATE-WRITTEN.          15/10/2026.
       DATE-COMPILED.         15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE    ASSIGN TO  CALFILE
                              STATUS     CAL-ST.
      ******************************************************************
       DATA DIVISION.
      *
       FILE SECTION.
      *>   CAL-FILE ==> operasyonun tuttugu takvim istisnalari; her   <*
      *>    satir bir gundur. Sira onemli degildir.                   <*
       FD  CAL-FILE RECORDING MODE F.
       01  CAL-REC.
           05 CAL-REC-DATE         PIC 9(08).
           05 CAL-REC-TYPE         PIC X(01).
             88 CAL-REC-HOLIDAY             VALUE 'H'.
             88 CAL-REC-WORKDAY             VALUE 'W'.
           05 CAL-REC-DESC         PIC X(25).
           05 FILLER               PIC X(06).
      *
       WORKING-STORAGE SECTION.
            *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 CAL-ST               PIC 9(02).
             88 CAL-EOF                     VALUE 10.
             88 CAL-SUCCESS                 VALUE 00 97.
           05 EXIT-ST              PIC 9(01).
             88 EXIT-PROG                   VALUE 1.
           05 CAL-LOAD-SW          PIC X(01) VALUE 'N'.
             88 CAL-LOADED                  VALUE 'Y'.
           05 CAL-AVAIL-SW         PIC X(01) VALUE 'N'.
             88 CAL-AVAIL                   VALUE 'Y'.
      *
            *>*> Takvim istisna tablosu <*<*
       01  CAL-CNT                 PIC 9(03) COMP VALUE 0.
       01  CAL-TABLE-AREA.
           05 CAL-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON CAL-CNT
                        INDEXED BY CAL-IDX.
             10 CAL-TBL-DATE       PIC 9(08).
             10 CAL-TBL-TYPE       PIC X(01).
      *
            *>*> Ay uzunluklari (Subat artik yilda 29'a cekilir) <*<*
       01  CAL-MONTH-DAYS-AREA.
           05 FILLER               PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  CAL-MONTH-DAYS-TBL REDEFINES CAL-MONTH-DAYS-AREA.
           05 CAL-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
      *
            *>*> Uzerinde gun gun yurunen calisma tarihi ve gun       <*<*
            *>*> hesabi degiskenleri                                  <*<*
       01  CAL-WORK.
           05 CAL-WRK-DATE         PIC 9(08).
           05 CAL-WRK-DATE-R REDEFINES CAL-WRK-DATE.
             10 CAL-WRK-YYYY       PIC 9(04).
             10 CAL-WRK-MM         PIC 9(02).
             10 CAL-WRK-DD         PIC 9(02).
           05 CAL-MAX-DD           PIC 9(02).
           05 CAL-BUS-SW           PIC X(01).
             88 CAL-IS-BUSINESS             VALUE 'Y'.
           05 CAL-STEP-CNT         PIC 9(03) COMP.
           05 CAL-DOW              PIC 9(01).
             88 CAL-DOW-WEEKEND             VALUE 0 1.
           05 CAL-Z-MM             PIC 9(02).
           05 CAL-Z-YYYY           PIC 9(04).
           05 CAL-Z-CENT           PIC 9(02).
           05 CAL-Z-YY             PIC 9(02).
           05 CAL-Z-T1             PIC 9(03).
           05 CAL-Z-T2             PIC 9(02).
           05 CAL-Z-T3             PIC 9(02).
           05 CAL-Z-SUM            PIC 9(04).
           05 CAL-Z-QUOT           PIC 9(04).
           05 CAL-LEAP-QUOT        PIC 9(04).
           05 CAL-LEAP-R4          PIC 9(03).
           05 CAL-LEAP-R100        PIC 9(03).
           05 CAL-LEAP-R400        PIC 9(03).
           05 CAL-SYS-DATE-AREA.
             10 CAL-SYS-DATE-YY    PIC 9(02).
             10 CAL-SYS-DATE-MM    PIC 9(02).
             10 CAL-SYS-DATE-DD    PIC 9(02).
      *
              *>*> UST-PROGRAMDAN gonderilen degiskenler <*<*
       LINKAGE SECTION.
       01  LN-BC-DATA.
           05 LN-BC-IN-DATE        PIC 9(08).
           05 LN-BC-SYS-DATE       PIC 9(08).
           05 LN-BC-BUS-DATE       PIC 9(08).
           05 LN-BC-PREV-DATE      PIC 9(08).
           05 LN-BC-NEXT-DATE      PIC 9(08).
           05 LN-BC-MEND-DATE      PIC 9(08).
           05 LN-BC-DAY-SW         PIC X(01).
           05 LN-BC-OUT-RC         PIC 9(02).
      ******************************************************************
       PROCEDURE DIVISION USING LN-BC-DATA.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           MOVE 00 TO LN-BC-OUT-RC
           SET EXIT-PROG TO TRUE.
           PERFORM EXIT-SUBPROG.
      *====
      *================================================================*
      *>   Verilen (ya da sistem) tarihin is gunu bilgilerini doner.   <*
      *>    LN-BC-SYS-DATE, degerlendirilen tarihin kendisidir;        <*
      *>    LN-BC-DAY-SW o tarih is gunuyse 'Y' olur.                  <*
      *================================================================*
           ENTRY 'BCDATE' USING LN-BC-DATA.
      *----------------------------------------------------------------*
           MOVE 00 TO LN-BC-OUT-RC
           IF NOT CAL-LOADED
             PERFORM LOAD-CALENDAR-TABLE
           END-IF
           IF NOT CAL-AVAIL
             MOVE 04 TO LN-BC-OUT-RC
           END-IF
           IF LN-BC-IN-DATE IS NUMERIC
             AND LN-BC-IN-DATE IS GREATER THAN ZERO
             MOVE LN-BC-IN-DATE TO CAL-WRK-DATE
           ELSE
             ACCEPT CAL-SYS-DATE-AREA FROM DATE
             COMPUTE CAL-WRK-DATE = 20000000
                     + CAL-SYS-DATE-YY * 10000
                     + CAL-SYS-DATE-MM * 100
                     + CAL-SYS-DATE-DD
           END-IF
           PERFORM CALC-MONTH-LENGTH
           IF CAL-WRK-MM IS LESS THAN 1 OR CAL-WRK-MM IS GREATER THAN 12
             OR CAL-WRK-DD IS LESS THAN 1
             OR CAL-WRK-DD IS GREATER THAN CAL-MAX-DD
             MOVE 99 TO LN-BC-OUT-RC
             MOVE CAL-WRK-DATE TO LN-BC-SYS-DATE
             MOVE ZERO TO LN-BC-BUS-DATE LN-BC-PREV-DATE
                          LN-BC-NEXT-DATE LN-BC-MEND-DATE
             MOVE 'N' TO LN-BC-DAY-SW
           ELSE
             PERFORM RESOLVE-BUSINESS-DATES
           END-IF
           SET EXIT-PROG TO TRUE.
           PERFORM EXIT-SUBPROG.
      *----
      *----------------------------------------------------------------*
      *>   CALFILE bir kez tabloya yuklenir. Dosyanin olmamasi hata    <*
      *>    degildir: yalnizca hafta sonlari kapali sayilir ve her     <*
      *>    cagri RC 04 ile bunu bildirir.                             <*
      *----------------------------------------------------------------*
       LOAD-CALENDAR-TABLE.
           SET CAL-LOADED TO TRUE
           MOVE 0 TO CAL-CNT
           OPEN INPUT CAL-FILE
           IF CAL-SUCCESS
             SET CAL-AVAIL TO TRUE
             READ CAL-FILE
             PERFORM UNTIL CAL-EOF OR CAL-CNT IS EQUAL TO 500
               IF CAL-REC-DATE IS NUMERIC
                 AND (CAL-REC-HOLIDAY OR CAL-REC-WORKDAY)
                 ADD 1 TO CAL-CNT
                 MOVE CAL-REC-DATE TO CAL-TBL-DATE(CAL-CNT)
                 MOVE CAL-REC-TYPE TO CAL-TBL-TYPE(CAL-CNT)
               END-IF
               READ CAL-FILE
             END-PERFORM
             IF CAL-CNT IS EQUAL TO 500 AND NOT CAL-EOF
               DISPLAY 'BUSCAL - CALFILE EXCEEDS 500 ENTRIES '
                       '- TABLE TRUNCATED'
             END-IF
             CLOSE CAL-FILE
             DISPLAY 'BUSCAL - CALENDAR ENTRIES LOADED: ' CAL-CNT
           ELSE
             DISPLAY 'BUSCAL - CALFILE CANNOT OPEN: ' CAL-ST
                     ' - WEEKENDS ONLY'
           END-IF.
       LOAD-CALENDAR-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   CAL-WRK-DATE'deki gecerli tarihten yola cikarak dort is     <*
      *>    gunu tarihi bulunur. Her yuruyus 60 takvim gunuyle         <*
      *>    sinirlidir (bozuk bir CALFILE sonsuz donguye sokmasin).    <*
      *----------------------------------------------------------------*
       RESOLVE-BUSINESS-DATES.
           MOVE CAL-WRK-DATE TO LN-BC-SYS-DATE
           PERFORM CHECK-BUSINESS-DAY
           MOVE CAL-BUS-SW TO LN-BC-DAY-SW
      *>   O gunun is gunu: tarihin kendisi ya da geriye ilk is gunu  <*
           MOVE 0 TO CAL-STEP-CNT
           PERFORM UNTIL CAL-IS-BUSINESS OR CAL-STEP-CNT > 60
             PERFORM STEP-BACK-ONE-DAY
             PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE CAL-WRK-DATE TO LN-BC-BUS-DATE
      *>   Ondan onceki is gunu                                       <*
           MOVE 0 TO CAL-STEP-CNT
           PERFORM STEP-BACK-ONE-DAY
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL CAL-IS-BUSINESS OR CAL-STEP-CNT > 60
             PERFORM STEP-BACK-ONE-DAY
             PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE CAL-WRK-DATE TO LN-BC-PREV-DATE
      *>   Tarihten sonraki ilk is gunu                               <*
           MOVE LN-BC-SYS-DATE TO CAL-WRK-DATE
           MOVE 0 TO CAL-STEP-CNT
           PERFORM STEP-FORWARD-ONE-DAY
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL CAL-IS-BUSINESS OR CAL-STEP-CNT > 60
             PERFORM STEP-FORWARD-ONE-DAY
             PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE CAL-WRK-DATE TO LN-BC-NEXT-DATE
      *>   Ayin son is gunu: ayin son takvim gununden geriye          <*
           MOVE LN-BC-SYS-DATE TO CAL-WRK-DATE
           PERFORM CALC-MONTH-LENGTH
           MOVE CAL-MAX-DD TO CAL-WRK-DD
           MOVE 0 TO CAL-STEP-CNT
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL CAL-IS-BUSINESS OR CAL-STEP-CNT > 60
             PERFORM STEP-BACK-ONE-DAY
             PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE CAL-WRK-DATE TO LN-BC-MEND-DATE.
       RESOLVE-BUSINESS-DATES-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   CAL-WRK-DATE is gunu mu? Once haftanin gunu, sonra takvim   <*
      *>    istisnasi: 'H' kapatir, 'W' acar.                          <*
      *----------------------------------------------------------------*
       CHECK-BUSINESS-DAY.
           PERFORM CALC-DAY-OF-WEEK
           IF CAL-DOW-WEEKEND
             MOVE 'N' TO CAL-BUS-SW
           ELSE
             MOVE 'Y' TO CAL-BUS-SW
           END-IF
           IF CAL-CNT IS GREATER THAN ZERO
             SET CAL-IDX TO 1
             SEARCH CAL-ENTRY
               AT END
                 CONTINUE
               WHEN CAL-TBL-DATE(CAL-IDX) = CAL-WRK-DATE
                 IF CAL-TBL-TYPE(CAL-IDX) IS EQUAL TO 'H'
                   MOVE 'N' TO CAL-BUS-SW
                 ELSE
                   MOVE 'Y' TO CAL-BUS-SW
                 END-IF
             END-SEARCH
           END-IF.
       CHECK-BUSINESS-DAY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Zeller kurali: CAL-DOW 0=Cumartesi, 1=Pazar, 2=Pazartesi   <*
      *>    ... 6=Cuma. Ocak ve Subat onceki yilin 13. ve 14. ayi      <*
      *>    sayilir.                                                   <*
      *----------------------------------------------------------------*
       CALC-DAY-OF-WEEK.
           IF CAL-WRK-MM IS LESS THAN 3
             COMPUTE CAL-Z-MM   = CAL-WRK-MM + 12
             COMPUTE CAL-Z-YYYY = CAL-WRK-YYYY - 1
           ELSE
             MOVE CAL-WRK-MM   TO CAL-Z-MM
             MOVE CAL-WRK-YYYY TO CAL-Z-YYYY
           END-IF
           DIVIDE CAL-Z-YYYY BY 100
             GIVING CAL-Z-CENT REMAINDER CAL-Z-YY
           COMPUTE CAL-Z-T1 = 13 * (CAL-Z-MM + 1)
           DIVIDE CAL-Z-T1 BY 5 GIVING CAL-Z-T1
           DIVIDE CAL-Z-YY BY 4 GIVING CAL-Z-T2
           DIVIDE CAL-Z-CENT BY 4 GIVING CAL-Z-T3
           COMPUTE CAL-Z-SUM = CAL-WRK-DD + CAL-Z-T1 + CAL-Z-YY
                             + CAL-Z-T2 + CAL-Z-T3 + 5 * CAL-Z-CENT
           DIVIDE CAL-Z-SUM BY 7
             GIVING CAL-Z-QUOT REMAINDER CAL-DOW.
       CALC-DAY-OF-WEEK-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   CAL-WRK-DATE'in ayinin gun sayisi (artik yil: 4'e bolunen, <*
      *>    100'e bolunup 400'e bolunmeyen haric).                    <*
      *----------------------------------------------------------------*
       CALC-MONTH-LENGTH.
           IF CAL-WRK-MM IS LESS THAN 1 OR CAL-WRK-MM IS GREATER THAN 12
             MOVE ZERO TO CAL-MAX-DD
           ELSE
             MOVE CAL-MONTH-DAYS(CAL-WRK-MM) TO CAL-MAX-DD
             IF CAL-WRK-MM IS EQUAL TO 2
               DIVIDE CAL-WRK-YYYY BY 4
                 GIVING CAL-LEAP-QUOT REMAINDER CAL-LEAP-R4
               DIVIDE CAL-WRK-YYYY BY 100
                 GIVING CAL-LEAP-QUOT REMAINDER CAL-LEAP-R100
               DIVIDE CAL-WRK-YYYY BY 400
                 GIVING CAL-LEAP-QUOT REMAINDER CAL-LEAP-R400
               IF CAL-LEAP-R4 IS EQUAL TO ZERO
                 AND (CAL-LEAP-R100 IS NOT EQUAL TO ZERO
                      OR CAL-LEAP-R400 IS EQUAL TO ZERO)
                 MOVE 29 TO CAL-MAX-DD
               END-IF
             END-IF
           END-IF.
       CALC-MONTH-LENGTH-END. EXIT.
      *----
      *----------------------------------------------------------------*
       STEP-BACK-ONE-DAY.
           ADD 1 TO CAL-STEP-CNT
           IF CAL-WRK-DD IS GREATER THAN 1
             SUBTRACT 1 FROM CAL-WRK-DD
           ELSE
             IF CAL-WRK-MM IS GREATER THAN 1
               SUBTRACT 1 FROM CAL-WRK-MM
             ELSE
               MOVE 12 TO CAL-WRK-MM
               SUBTRACT 1 FROM CAL-WRK-YYYY
             END-IF
             PERFORM CALC-MONTH-LENGTH
             MOVE CAL-MAX-DD TO CAL-WRK-DD
           END-IF.
       STEP-BACK-ONE-DAY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       STEP-FORWARD-ONE-DAY.
           ADD 1 TO CAL-STEP-CNT
           PERFORM CALC-MONTH-LENGTH
           IF CAL-WRK-DD IS LESS THAN CAL-MAX-DD
             ADD 1 TO CAL-WRK-DD
           ELSE
             MOVE 1 TO CAL-WRK-DD
             IF CAL-WRK-MM IS LESS THAN 12
               ADD 1 TO CAL-WRK-MM
             ELSE
               MOVE 1 TO CAL-WRK-MM
               ADD 1 TO CAL-WRK-YYYY
             END-IF
           END-IF.
       STEP-FORWARD-ONE-DAY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       EXIT-SUBPROG.
           IF EXIT-PROG
               GOBACK
           END-IF.
       EXIT-SUBPROG-END. EXIT.
       END PROGRAM BUSCAL.
