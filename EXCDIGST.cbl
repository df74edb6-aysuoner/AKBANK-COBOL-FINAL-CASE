       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   EXCDIGST ==> gunluk istisna ozeti. Bir gecenin islemesi     <*
      *>    artik alti ayri yere istisna birakabiliyor: DUPEXCPT       <*
      *>    (duplicate ve cross-type taramalari), ERRLOG (dosya acma   <*
      *>    ve batch-control hatalari), OVDEXCPT (SUBPRG'in overdraft  <*
      *>    red/override satirlari), LMTEXCPT (SUBPRG'in gunluk borc   <*
      *>    limiti red/override satirlari), REJFILE (INPLOAD reddleri) <*
      *>    ve mutabakat raporunun OUT-OF-BALANCE satirlari.           <*
      *>    Operasyonun her sabah hepsini ayri ayri hatirlamasi        <*
      *>    gerekiyordu.                                               <*
      *>   Bu program is gununun alti kaynagini okur (gece akisinda    <*
      *>    hepsi o gecenin uretimidir; tarih suzgecine gerek yok),    <*
      *>    tek bir onem-sirali rapora normallestirir:                 <*
      *>      1 = FATAL       : batch'i durduran hatalar (ERRLOG),     <*
      *>      2 = DISCREPANCY : defter tutmazliklari (OUT-OF-BALANCE), <*
      *>      3 = TRANSACTION : islem duzeyi istisnalar (DUPEXCPT,     <*
      *>                        OVDEXCPT, LMTEXCPT, REJFILE),          <*
      *>    kaynak ve seviye bazinda sayim basar ve scheduler'in       <*
      *>    downstream job'lari tutabilmesi icin FATAL ya da           <*
      *>    DISCREPANCY varsa RC 08, yalnizca islem duzeyi istisna     <*
                                  STATUS     ERR-ST.
           SELECT OVD-FILE        ASSIGN TO  OVDEXCPT
                                  STATUS     OVD-ST.
           SELECT LMX-FILE        ASSIGN TO  LMTEXCPT
                                  STATUS     LMX-ST.
           SELECT REJ-FILE        ASSIGN TO  REJFILE
                                  STATUS     REJ-ST.
           SELECT REC-FILE        ASSIGN TO  RECRPTFIL
       01  OVD-REC.
           05 OVD-LINE            PIC X(80).
      *
      *>   LMX-FILE ==> SUBPRG'in gunluk borc limiti exception        <*
      *>    raporu.                                                   <*
       FD  LMX-FILE RECORDING MODE F.
       01  LMX-REC.
           05 LMX-LINE            PIC X(100).
      *
      *>   REJ-FILE ==> INPLOAD'un red dosyasi (alan duzeni           <*
      *>    INPLOAD'daki REJ-REC ile ayni).                           <*
       FD  REJ-FILE RECORDING MODE F.
           05 OVD-ST              PIC 9(02).
             88 OVD-EOF                    VALUE 10.
             88 OVD-SUCCESS                VALUE 00 97.
           05 LMX-ST              PIC 9(02).
             88 LMX-EOF                    VALUE 10.
             88 LMX-SUCCESS                VALUE 00 97.
           05 REJ-ST              PIC 9(02).
             88 REJ-EOF                    VALUE 10.
             88 REJ-SUCCESS                VALUE 00 97.
           05 CNT-RECON           PIC 9(07) COMP VALUE 0.
           05 CNT-DUPSCAN         PIC 9(07) COMP VALUE 0.
           05 CNT-OVDEXC          PIC 9(07) COMP VALUE 0.
           05 CNT-LMTEXC          PIC 9(07) COMP VALUE 0.
           05 CNT-REJECT          PIC 9(07) COMP VALUE 0.
           05 CNT-SEV-1           PIC 9(07) COMP VALUE 0.
           05 CNT-SEV-2           PIC 9(07) COMP VALUE 0.
           PERFORM LOAD-RECON-LINES
           PERFORM LOAD-DUPSCAN-LINES
           PERFORM LOAD-OVDEXC-LINES
           PERFORM LOAD-LMTEXC-LINES
           PERFORM LOAD-REJECT-LINES.
       LOAD-ALL-EXCEPTIONS-END. EXIT.
      *----
           END-IF.
       LOAD-OVDEXC-LINES-END. EXIT.
      *----
      *----------------------------------------------------------------*
       LOAD-LMTEXC-LINES.
           OPEN INPUT LMX-FILE
           IF NOT LMX-SUCCESS
             IF LMX-ST IS NOT EQUAL TO 35
               DISPLAY 'EXCDIGST - LMTEXCPT CANNOT OPEN: ' LMX-ST
             END-IF
           ELSE
             READ LMX-FILE
             PERFORM UNTIL LMX-EOF
               IF LMX-LINE IS NOT EQUAL TO SPACES
                 MOVE SPACES TO SRT-REC
                 MOVE 3 TO SRT-SEV
                 MOVE 'LMTEXCPT' TO SRT-SRC
                 MOVE LMX-LINE TO SRT-TEXT
                 RELEASE SRT-REC
                 ADD 1 TO CNT-LMTEXC
                 ADD 1 TO CNT-SEV-3
               END-IF
               READ LMX-FILE
             END-PERFORM
             CLOSE LMX-FILE
           END-IF.
       LOAD-LMTEXC-LINES-END. EXIT.
      *----
      *----------------------------------------------------------------*
       LOAD-REJECT-LINES.
           OPEN INPUT REJ-FILE
           PERFORM PRNT-CNT-DUPSCAN
           MOVE CNT-OVDEXC TO RPT-CNT-D
           PERFORM PRNT-CNT-OVDEXC
           MOVE CNT-LMTEXC TO RPT-CNT-D
           PERFORM PRNT-CNT-LMTEXC
           MOVE CNT-REJECT TO RPT-CNT-D
           PERFORM PRNT-CNT-REJECT
           MOVE SPACES TO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-CNT-OVDEXC-END. EXIT.
      *----
       PRNT-CNT-LMTEXC.
           MOVE SPACES TO RPT-REC
           STRING '  LMTEXCPT: ' DELIMITED BY SIZE
                  RPT-CNT-D      DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       PRNT-CNT-LMTEXC-END. EXIT.
      *----
       PRNT-CNT-REJECT.
           MOVE SPACES TO RPT-REC
