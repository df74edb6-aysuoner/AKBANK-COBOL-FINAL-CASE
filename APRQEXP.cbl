      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   APRQEXP ==> IDXQ onay kuyrugunun (APPRQ) gece kapanisi.     <*
      *>    IDXONLN'de PF5/PF6 ile girilen isim duzeltme ve bakiye     <*
      *>    ayarlama talepleri ikinci bir kullanici onaylayana kadar   <*
      *>    APPRQ'da bekler. Gun sonunda hala bekleyen (P) talepler    <*
      *>    suresi dolmus (E) sayilir: master'a hic uygulanmadan       <*
      *>    sabah raporunun basina dokulur; sube talebi ertesi gun     <*
      *>    yeniden girmelidir. Gunun karara baglanmis talepleri de    <*
      *>    (A onay / R red) maker, checker ve red gerekcesiyle        <*
      *>    raporlanir. Rapordan sonra ONLMERGE'in RSTAPQ adimi        <*
      *>    kuyrugu bos olarak yeniden tanimlar; yeni online gun bos   <*
      *>    kuyrukla baslar (onaylanan talebin izi zaten AUDFILE       <*
      *>    journal'indadir). Dosyanin hic olmamasi (status 35) bos    <*
      *>    kuyruk demektir. Suresi dolan talep varsa RC 04 ile doner. <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                APRQEXP.
       AUTHOR.                    AYSU ONER.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.             15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APQ-FILE        ASSIGN TO  APPRQ
                                  ORGANIZATION INDEXED
                                  ACCESS     SEQUENTIAL
                                  RECORD KEY APQ-KEY
                                  STATUS     APQ-ST.
           SELECT SORT-FILE       ASSIGN TO  SRTWORK.
           SELECT RPT-FILE        ASSIGN TO  APRQRPT
                                  STATUS     RPT-ST.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *>   APQ-FILE ==> onay kuyrugu; IDXONLN'deki APQ-REC ile       <*
      *>    birebir ayni duzen (150 byte).                            <*
       FD  APQ-FILE.
       01  APQ-REC.
           05 APQ-KEY.
             10 APQ-REQ-DATE       PIC 9(06).
             10 APQ-REQ-TIME       PIC 9(08).
             10 APQ-TERM-ID        PIC X(04).
           05 APQ-FUNC             PIC X(01).
             88 APQ-FUNC-NAME               VALUE 'N'.
             88 APQ-FUNC-BAL                VALUE 'B'.
           05 APQ-STATUS           PIC X(01).
             88 APQ-PENDING                 VALUE 'P'.
             88 APQ-APPROVED                VALUE 'A'.
             88 APQ-REJECTED                VALUE 'R'.
             88 APQ-EXPIRED                 VALUE 'E'.
           05 APQ-IDX-ID           PIC 9(05).
           05 APQ-IDX-DVZ          PIC 9(03).
           05 APQ-NEW-FIRSTN       PIC X(15).
           05 APQ-NEW-LASTN        PIC X(15).
           05 APQ-ADJ-AMOUNT       PIC S9(13)V99.
           05 APQ-OVRD             PIC X(01).
           05 APQ-MAKER-ID         PIC X(08).
           05 APQ-CHECKER-ID       PIC X(08).
           05 APQ-DEC-DATE         PIC 9(06).
           05 APQ-DEC-TIME         PIC 9(08).
           05 APQ-REASON           PIC X(30).
           05 FILLER               PIC X(16).
      *
      *>   SORT-FILE ==> raporu once suresi dolanlar, sonra karara    <*
      *>                 baglananlar olarak dizen work-file.          <*
       SD  SORT-FILE.
       01  SRT-REC.
           05 SRT-GROUP            PIC X(01).
             88 SRT-GRP-EXPIRED             VALUE '1'.
           05 SRT-APQ-REC.
             10 SRT-KEY.
               15 SRT-REQ-DATE     PIC 9(06).
               15 SRT-REQ-TIME     PIC 9(08).
               15 SRT-TERM-ID      PIC X(04).
             10 SRT-FUNC           PIC X(01).
               88 SRT-FUNC-NAME             VALUE 'N'.
             10 SRT-STATUS         PIC X(01).
               88 SRT-APPROVED              VALUE 'A'.
             10 SRT-IDX-ID         PIC 9(05).
             10 SRT-IDX-DVZ        PIC 9(03).
             10 SRT-NEW-FIRSTN     PIC X(15).
             10 SRT-NEW-LASTN      PIC X(15).
             10 SRT-ADJ-AMOUNT     PIC S9(13)V99.
             10 SRT-OVRD           PIC X(01).
             10 SRT-MAKER-ID       PIC X(08).
             10 SRT-CHECKER-ID     PIC X(08).
             10 SRT-DEC-DATE       PIC 9(06).
             10 SRT-DEC-TIME       PIC 9(08).
             10 SRT-REASON         PIC X(30).
             10 FILLER             PIC X(16).
      *
      *>   RPT-FILE ==> sabah onay kuyrugu raporu.                    <*
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           05 RPT-LINE             PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Dosya kontrollerini tutan Data-Group <*<*
       01  FILE-FLAGS.
           05 APQ-ST              PIC 9(02).
             88 APQ-EOF                    VALUE 10.
             88 APQ-SUCCESS                VALUE 00 97.
           05 RPT-ST              PIC 9(02).
             88 RPT-SUCCESS                VALUE 00 97.
      *
              *>*> SORT kontrol degiskenleri <*<*
       01  SORT-CTL.
           05 SORT-EOF-SW         PIC X(01) VALUE 'N'.
             88 SORT-EOF                   VALUE 'Y'.
      *
              *>*> Grup control-break ve sayac degiskenleri <*<*
       01  BREAK-CTL.
           05 PREV-GROUP          PIC X(01) VALUE SPACE.
           05 EXPIRED-CNT         PIC 9(07) COMP VALUE 0.
           05 APPROVED-CNT        PIC 9(07) COMP VALUE 0.
           05 REJECTED-CNT        PIC 9(07) COMP VALUE 0.
      *
              *>*> Rapor basim alanlari <*<*
       01  RPT-WORK.
           05 RUN-DATE            PIC 9(06).
           05 RPT-ADJ-D           PIC -(12)9.99.
           05 RPT-CNT-D           PIC 9(07).
           05 RPT-FUNC-D          PIC X(08).
           05 RPT-STS-D           PIC X(08).
      ******************************************************************
        PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PRAG.
           ACCEPT RUN-DATE FROM DATE
           SORT SORT-FILE
             ON ASCENDING KEY SRT-GROUP SRT-KEY
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE  IS LOAD-APPROVAL-QUEUE
             OUTPUT PROCEDURE IS PRODUCE-QUEUE-REPORT
           PERFORM PROGRAM-EXIT.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Kuyruk bastan sona okunur: bekleyen talep suresi dolmus     <*
      *>    (E) olarak, digerleri kendi durumlariyla SORT'a verilir.   <*
      *----------------------------------------------------------------*
       LOAD-APPROVAL-QUEUE.
           OPEN INPUT APQ-FILE
           IF NOT APQ-SUCCESS
             IF APQ-ST IS EQUAL TO 35
               DISPLAY 'APRQEXP - NO APPROVAL QUEUE - QUEUE EMPTY'
             ELSE
               DISPLAY 'APRQEXP - APPRQ CANNOT OPEN: ' APQ-ST
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             READ APQ-FILE
             PERFORM UNTIL APQ-EOF
              PERFORM RELEASE-QUEUE-ITEM
              READ APQ-FILE
             END-PERFORM
             CLOSE APQ-FILE
           END-IF.
       LOAD-APPROVAL-QUEUE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       RELEASE-QUEUE-ITEM.
           MOVE APQ-REC TO SRT-APQ-REC
           IF APQ-PENDING OR APQ-EXPIRED
             MOVE 'E' TO SRT-STATUS
             MOVE '1' TO SRT-GROUP
             ADD 1 TO EXPIRED-CNT
           ELSE
             MOVE '2' TO SRT-GROUP
             IF APQ-APPROVED
               ADD 1 TO APPROVED-CNT
             ELSE
               ADD 1 TO REJECTED-CNT
             END-IF
           END-IF
           RELEASE SRT-REC.
       RELEASE-QUEUE-ITEM-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRODUCE-QUEUE-REPORT.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-SUCCESS
             DISPLAY 'APRQEXP - RPT-FILE CANNOT OPEN: ' RPT-ST
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO RPT-REC
           STRING 'APRQEXP - IDXQ APPROVAL QUEUE CLOSE - RUN DATE '
                    DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           RETURN SORT-FILE
             AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
            IF SRT-GROUP IS NOT EQUAL TO PREV-GROUP
              MOVE SRT-GROUP TO PREV-GROUP
              PERFORM PRNT-GROUP-HEADER
            END-IF
            PERFORM PRNT-QUEUE-LINE
            RETURN SORT-FILE
              AT END SET SORT-EOF TO TRUE
            END-RETURN
           END-PERFORM
           PERFORM PRNT-TOTALS
           CLOSE RPT-FILE.
       PRODUCE-QUEUE-REPORT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-GROUP-HEADER.
           MOVE SPACES TO RPT-REC
           IF SRT-GRP-EXPIRED
             STRING '=== EXPIRED - NOT APPROVED BY END OF DAY,'
                      DELIMITED BY SIZE
                    ' NOT APPLIED - RE-ENTER IF STILL REQUIRED ==='
                      DELIMITED BY SIZE
                    INTO RPT-REC
             END-STRING
           ELSE
             STRING '=== DECIDED TODAY (A=APPROVED AND APPLIED,'
                      DELIMITED BY SIZE
                    ' R=REJECTED) ==='
                      DELIMITED BY SIZE
                    INTO RPT-REC
             END-STRING
           END-IF
           WRITE RPT-REC.
       PRNT-GROUP-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Talep satiri; isim duzeltmesinde yeni isim, bakiye          <*
      *>    ayarlamasinda tutar basilir. Karara baglanmis taleplerde   <*
      *>    ikinci satir checker ve (red ise) gerekceyi verir.         <*
      *----------------------------------------------------------------*
       PRNT-QUEUE-LINE.
           MOVE SPACES TO RPT-REC
           IF SRT-FUNC-NAME
             MOVE 'NAME    ' TO RPT-FUNC-D
             STRING '  ' DELIMITED BY SIZE
                    SRT-STATUS     DELIMITED BY SIZE
                    ' REF: '       DELIMITED BY SIZE
                    SRT-KEY        DELIMITED BY SIZE
                    ' '            DELIMITED BY SIZE
                    RPT-FUNC-D     DELIMITED BY SIZE
                    ' ID: '        DELIMITED BY SIZE
                    SRT-IDX-ID     DELIMITED BY SIZE
                    ' DVZ: '       DELIMITED BY SIZE
                    SRT-IDX-DVZ    DELIMITED BY SIZE
                    ' NEW: '       DELIMITED BY SIZE
                    SRT-NEW-FIRSTN DELIMITED BY SIZE
                    ' '            DELIMITED BY SIZE
                    SRT-NEW-LASTN  DELIMITED BY SIZE
                    ' OVRD: '      DELIMITED BY SIZE
                    SRT-OVRD       DELIMITED BY SIZE
                    ' MAKER: '     DELIMITED BY SIZE
                    SRT-MAKER-ID   DELIMITED BY SIZE
                    INTO RPT-REC
             END-STRING
           ELSE
             MOVE 'BALANCE ' TO RPT-FUNC-D
             MOVE SRT-ADJ-AMOUNT TO RPT-ADJ-D
             STRING '  ' DELIMITED BY SIZE
                    SRT-STATUS     DELIMITED BY SIZE
                    ' REF: '       DELIMITED BY SIZE
                    SRT-KEY        DELIMITED BY SIZE
                    ' '            DELIMITED BY SIZE
                    RPT-FUNC-D     DELIMITED BY SIZE
                    ' ID: '        DELIMITED BY SIZE
                    SRT-IDX-ID     DELIMITED BY SIZE
                    ' DVZ: '       DELIMITED BY SIZE
                    SRT-IDX-DVZ    DELIMITED BY SIZE
                    ' ADJ:'        DELIMITED BY SIZE
                    RPT-ADJ-D      DELIMITED BY SIZE
                    ' OVRD: '      DELIMITED BY SIZE
                    SRT-OVRD       DELIMITED BY SIZE
                    ' MAKER: '     DELIMITED BY SIZE
                    SRT-MAKER-ID   DELIMITED BY SIZE
                    INTO RPT-REC
             END-STRING
           END-IF
           WRITE RPT-REC
           IF NOT SRT-GRP-EXPIRED
             IF SRT-APPROVED
               MOVE 'APPROVED' TO RPT-STS-D
             ELSE
               MOVE 'REJECTED' TO RPT-STS-D
             END-IF
             MOVE SPACES TO RPT-REC
             STRING '      ' DELIMITED BY SIZE
                    RPT-STS-D      DELIMITED BY SIZE
                    ' BY: '        DELIMITED BY SIZE
                    SRT-CHECKER-ID DELIMITED BY SIZE
                    ' AT: '        DELIMITED BY SIZE
                    SRT-DEC-DATE   DELIMITED BY SIZE
                    '-'            DELIMITED BY SIZE
                    SRT-DEC-TIME   DELIMITED BY SIZE
                    ' REASON: '    DELIMITED BY SIZE
                    SRT-REASON     DELIMITED BY SIZE
                    INTO RPT-REC
             END-STRING
             WRITE RPT-REC
           END-IF.
       PRNT-QUEUE-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PRNT-TOTALS.
           MOVE EXPIRED-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'EXPIRED : ' DELIMITED BY SIZE
                  RPT-CNT-D              DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE APPROVED-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'APPROVED: ' DELIMITED BY SIZE
                  RPT-CNT-D              DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE REJECTED-CNT TO RPT-CNT-D
           MOVE SPACES TO RPT-REC
           STRING 'REJECTED: ' DELIMITED BY SIZE
                  RPT-CNT-D              DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-TOTALS-END. EXIT.
      *----
      *----------------------------------------------------------------*
       PROGRAM-EXIT.
           DISPLAY 'APRQEXP - EXPIRED: ' EXPIRED-CNT
                   ' APPROVED: ' APPROVED-CNT
                   ' REJECTED: ' REJECTED-CNT
           IF EXPIRED-CNT IS GREATER THAN ZERO
             MOVE 04 TO RETURN-CODE
           ELSE
             MOVE 00 TO RETURN-CODE
           END-IF
           STOP RUN.
       PROGRAM-EXIT-END. EXIT.
       END PROGRAM APRQEXP.
