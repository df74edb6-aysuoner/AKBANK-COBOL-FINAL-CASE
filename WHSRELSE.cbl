           05 RELEASED-SW         PIC X(01) VALUE 'N'.
             88 RELEASE-DONE               VALUE 'Y'.
      *
              *>*> Is gunu (BUSCAL takviminden YYYYMMDD) <*<*
       01  BUS-DATE-AREA.
           05 BUS-DATE-NUM        PIC 9(08) VALUE ZERO.
      *
              *>*> BUSCAL'a gonderilen is gunu Data-Group'u <*<*
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
              *>*> Birakma sayac ve hash toplamlari: trailer,         <*<*
              *>*> birakilanlarin sayisi ve INP-AMOUNT+INP-ADJ       <*<*
           PERFORM PROGRAM-EXIT.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Is gunu ortak takvimden (BUSCAL/CALFILE) alinir: tatil     <*
      *>    gecesinde kapanmamis son is gunu gecerlidir, boylece      <*
      *>    tatile dusen vadeler bir sonraki is gunune kayar.         <*
      *----------------------------------------------------------------*
       CALC-BUSINESS-DATE.
           MOVE ZERO TO BC-IN-DATE
           CALL 'BCDATE' USING BC-DATA
           MOVE BC-BUS-DATE TO BUS-DATE-NUM
           IF BC-OUT-RC IS EQUAL TO 04
             DISPLAY 'WHSRELSE - CALFILE NOT AVAILABLE - WEEKENDS ONLY'
           END-IF
           IF NOT BC-BUSINESS-DAY
             DISPLAY 'WHSRELSE - ' BC-SYS-DATE ' IS NOT A BUSINESS DAY'
           END-IF
           DISPLAY 'WHSRELSE - BUSINESS DATE: ' BUS-DATE-NUM.
       CALC-BUSINESS-DATE-END. EXIT.
      *----
