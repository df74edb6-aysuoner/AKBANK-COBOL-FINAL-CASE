      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   IDXHIST ==> online hesap hareketi sorgusu (IDXH). IDXQ     <*
      *>    ekraninda goruntulenen hesap icin PF9'a basilinca IDXONLN <*
      *>    bu programa XCTL eder; sube "dun param ne oldu" sorusunu  <*
      *>    AUDRPT beklemeden ekranda cevaplar:                       <*
      *>     - ID + para biriminin journal kayitlari AUDHIST          <*
      *>       KSDS'inden EN YENIDEN ESKIYE, sayfa basina 12 satir    <*
      *>       listelenir (PF8 daha eski, PF7 daha yeni sayfa),       <*
      *>     - her satirda tarih/saat, islem tipi, hareket eden       <*
      *>       tutar (sonra - once bakiye), sonuc bakiye ve onaylayan <*
      *>       (online kayitlarda checker, batch'te APPR-ID) vardir,  <*
      *>     - ENTER ile baska bir ID + para birimi girilebilir,      <*
      *>     - PF3 ayni hesapla IDXQ sorgu ekranina geri doner.       <*
      *>   AUDHIST her gece ONLMERGE icinde AUDHLOAD ile, gunun       <*
      *>    online kayitlari AUDFILE'a eklendikten SONRA yeniden      <*
      *>    yuklenir; anahtar (ID + DVZ + ters damga + ters sira)     <*
      *>    hesap icinde yeniden eskiye siralidir. Dosyaya yalnizca   <*
      *>    okuma yapilir. Ekran IDXSCRN mapset'inin IDXHMAP'idir.    <*
      *>   Sayfalar arasi COMMAREA'da ekrandaki ilk ve son satirin    <*
      *>    anahtari tasinir: ileri sayfa son anahtarin hemen         <*
      *>    ardindan READNEXT ile, geri sayfa ilk anahtardan READPREV <*
      *>    ile 12 kayit geri gidilerek bulunur. COMMAREA'nin ilk     <*
      *>    27 byte'i IDXONLN'inki ile aynidir.                       <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                IDXHIST.
       AUTHOR.                    AYSU ONER.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.             15/10/2026.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              *>*> Standart attention-key sabitleri (DFHENTER,        <*<*
              *>*> DFHPF3, ...).                                      <*<*
           COPY DFHAID.
      *
              *>*> Hesap hareketi ekrani (IDXHMAP) symbolic map'i;    <*<*
              *>*> IDXSCRN mapset'inin ucuncu map'idir (TIOAPFX=YES). <*<*
              *>*> HL01..HL12 satir alanlari tablo olarak tanimlidir. <*<*
       01  IDXHMAPI.
           05 FILLER               PIC X(12).
           05 HIDL                 PIC S9(04) COMP.
           05 HIDF                 PIC X(01).
           05 HIDI                 PIC X(05).
           05 HDVZL                PIC S9(04) COMP.
           05 HDVZF                PIC X(01).
           05 HDVZI                PIC X(03).
           05 HPAGEL               PIC S9(04) COMP.
           05 HPAGEF               PIC X(01).
           05 HPAGEI               PIC X(03).
           05 HNAMEL               PIC S9(04) COMP.
           05 HNAMEF               PIC X(01).
           05 HNAMEI               PIC X(31).
           05 HBALL                PIC S9(04) COMP.
           05 HBALF                PIC X(01).
           05 HBALI                PIC X(17).
           05 HSTSL                PIC S9(04) COMP.
           05 HSTSF                PIC X(01).
           05 HSTSI                PIC X(01).
           05 HLINE-IN             OCCURS 12 TIMES.
             10 HLINEL             PIC S9(04) COMP.
             10 HLINEF             PIC X(01).
             10 HLINEI             PIC X(76).
           05 HMSGL                PIC S9(04) COMP.
           05 HMSGF                PIC X(01).
           05 HMSGI                PIC X(70).
       01  IDXHMAPO REDEFINES IDXHMAPI.
           05 FILLER               PIC X(12).
           05 FILLER               PIC X(03).
           05 HIDO                 PIC X(05).
           05 FILLER               PIC X(03).
           05 HDVZO                PIC X(03).
           05 FILLER               PIC X(03).
           05 HPAGEO               PIC X(03).
           05 FILLER               PIC X(03).
           05 HNAMEO               PIC X(31).
           05 FILLER               PIC X(03).
           05 HBALO                PIC X(17).
           05 FILLER               PIC X(03).
           05 HSTSO                PIC X(01).
           05 HLINE-OUT            OCCURS 12 TIMES.
             10 FILLER             PIC X(03).
             10 HLINEO             PIC X(76).
           05 FILLER               PIC X(03).
           05 HMSGO                PIC X(70).
      *
              *>*> IDX-FILE kaydi - SUBPRG'daki IDX-REC ile birebir   <*<*
              *>*> ayni duzen (114 byte).                             <*<*
       01  IDX-REC.
           05 IDX-KEY.
             10  IDX-ID            PIC 9(05)    COMP-3.
             10  IDX-DVZ           PIC 9(03)    COMP.
           05 IDX-FIRSTN           PIC X(15).
           05 IDX-LASTN            PIC X(15).
           05 IDX-JUL              PIC 9(07)    COMP-3.
           05 IDX-AMOUNT           PIC S9(13)V99 COMP-3.
           05 IDX-DEMOG.
             10 IDX-ADDR1          PIC X(20).
             10 IDX-ADDR2          PIC X(20).
             10 IDX-CITY           PIC X(15).
             10 IDX-PHONE          PIC X(11).
           05 IDX-STATUS           PIC X(01).
             88 IDX-STS-CLOSED              VALUE 'C'.
      *
              *>*> AUDHIST kaydi (327 byte) - AUDHLOAD'daki HST-REC   <*<*
              *>*> ile ayni: 30 byte anahtar + SUBPRG'daki AUD-REC    <*<*
              *>*> ile birebir ayni journal goruntusu.                <*<*
       01  HST-REC.
           05 HST-KEY.
             10 HST-IDX-ID         PIC 9(05).
             10 HST-IDX-DVZ        PIC 9(03).
             10 HST-INV-STAMP      PIC 9(14).
             10 HST-INV-SEQ        PIC 9(08).
           05 HST-AUD-IMAGE.
             10 AUD-DATE           PIC 9(06).
             10 AUD-DATE-R REDEFINES AUD-DATE.
               15 AUD-DATE-YY      PIC 9(02).
               15 AUD-DATE-MM      PIC 9(02).
               15 AUD-DATE-DD      PIC 9(02).
             10 AUD-TIME           PIC 9(08).
             10 AUD-TIME-R REDEFINES AUD-TIME.
               15 AUD-TIME-HH      PIC 9(02).
               15 AUD-TIME-MI      PIC 9(02).
               15 AUD-TIME-SS      PIC 9(02).
               15 AUD-TIME-CC      PIC 9(02).
             10 AUD-PROC-TYPE      PIC X(01).
             10 AUD-IDX-ID         PIC 9(05).
             10 AUD-IDX-DVZ        PIC 9(03).
             10 AUD-BEFORE-IMAGE.
               15 AUD-BEF-FIRSTN   PIC X(15).
               15 AUD-BEF-LASTN    PIC X(15).
               15 AUD-BEF-JUL      PIC 9(07).
               15 AUD-BEF-AMOUNT   PIC S9(13)V99.
               15 AUD-BEF-DEMOG    PIC X(66).
               15 AUD-BEF-STS      PIC X(01).
             10 AUD-AFTER-IMAGE.
               15 AUD-AFT-FIRSTN   PIC X(15).
               15 AUD-AFT-LASTN    PIC X(15).
               15 AUD-AFT-JUL      PIC 9(07).
               15 AUD-AFT-AMOUNT   PIC S9(13)V99.
               15 AUD-AFT-DEMOG    PIC X(66).
               15 AUD-AFT-STS      PIC X(01).
             10 AUD-APPR-ID        PIC X(05).
             10 AUD-LINK-REF.
               15 AUD-LINK-DATE    PIC 9(06).
               15 AUD-LINK-TIME    PIC 9(08).
               15 AUD-LINK-TYPE    PIC X(01).
             10 AUD-USER-REF.
               15 AUD-MAKER-ID     PIC X(08).
               15 AUD-CHECKER-ID   PIC X(08).
      *
              *>*> AUDHIST browse anahtari (RIDFLD); HST-KEY ile ayni <*<*
              *>*> duzen.                                             <*<*
       01  BRW-KEY.
           05 BRW-IDX-ID           PIC 9(05).
           05 BRW-IDX-DVZ          PIC 9(03).
           05 BRW-INV-STAMP        PIC 9(14).
           05 BRW-INV-SEQ          PIC 9(08).
      *
              *>*> DVZFILE kaydi (para birimi referansi) <*<*
       01  DVZ-REC.
           05 DVZ-REC-CODE         PIC 9(03).
           05 DVZ-REC-DESC         PIC X(20).
      *
              *>*> Pseudo-conversation'lar arasi tasinan COMMAREA.    <*<*
              *>*> Ilk 27 byte IDXONLN'in COMM-AREA'si ile aynidir    <*<*
              *>*> (XCTL ile gelis ve PF3 ile donus bu kismi tasir);  <*<*
              *>*> arkasi ekrandaki sayfanin ilk/son anahtari, sayfa  <*<*
              *>*> numarasi ve daha eski kayit olup olmadigidir.      <*<*
       01  COMM-AREA.
           05 CA-ONLN-PART.
             10 CA-STATE           PIC X(01).
               88 CA-HIST-SCREEN            VALUE 'H'.
               88 CA-HIST-RETURN            VALUE 'R'.
             10 CA-PQ-KEY          PIC X(18).
             10 CA-HIST-KEY.
               15 CA-HIST-ID       PIC 9(05).
               15 CA-HIST-DVZ      PIC 9(03).
           05 CA-TOP-KEY           PIC X(30).
           05 CA-BOT-KEY           PIC X(30).
           05 CA-PAGE-NO           PIC 9(03).
           05 CA-MORE-SW           PIC X(01).
             88 CA-MORE                     VALUE 'Y'.
      *
              *>*> Ekrana basilacak sayfa satirlari <*<*
       01  PAGE-TABLE.
           05 PAGE-LINE            PIC X(76) OCCURS 12 TIMES.
      *
              *>*> Bir hareket satirinin duzeni (76 byte) <*<*
       01  HIST-LINE.
           05 HL-DATE.
             10 HL-DD              PIC 9(02).
             10 FILLER             PIC X(01) VALUE '/'.
             10 HL-MM              PIC 9(02).
             10 FILLER             PIC X(01) VALUE '/'.
             10 HL-YY              PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HL-TIME.
             10 HL-HH              PIC 9(02).
             10 FILLER             PIC X(01) VALUE ':'.
             10 HL-MI              PIC 9(02).
             10 FILLER             PIC X(01) VALUE ':'.
             10 HL-SS              PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HL-TYPE              PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HL-DESC              PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HL-MOVED             PIC -(12)9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HL-BAL               PIC -(13)9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 HL-APPR              PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
      *
              *>*> Islem kontrol degiskenleri <*<*
       01  WORK-CTL.
           05 RESP-CODE            PIC S9(08) COMP.
           05 PAGE-SIZE            PIC 9(02) COMP VALUE 12.
           05 LINE-CNT             PIC 9(02) COMP.
           05 LINE-SUB             PIC 9(02) COMP.
           05 PREV-CNT             PIC 9(02) COMP.
           05 NEW-TOP-KEY          PIC X(30).
           05 ENT-ID-TEXT          PIC X(05).
           05 ENT-DVZ-TEXT         PIC X(03).
           05 ENT-ID               PIC 9(05).
           05 ENT-DVZ              PIC 9(03).
           05 DVZ-VALID-SW         PIC X(01).
             88 DVZ-VALID                  VALUE 'Y'.
           05 DVZ-BRW-CODE         PIC 9(03).
           05 BRW-END-SW           PIC X(01).
             88 BRW-END                    VALUE 'Y'.
           05 HST-ERR-SW           PIC X(01).
             88 HST-FILE-ERROR             VALUE 'Y'.
           05 MOVED-AMT            PIC S9(13)V99 COMP-3.
           05 AMT-EDIT             PIC -(13)9.99.
           05 PAGE-EDIT            PIC ZZ9.
           05 HIST-MSG             PIC X(70).
           05 NAME-EDIT.
             10 NAME-EDIT-FIRST    PIC X(15).
             10 FILLER             PIC X(01) VALUE SPACE.
             10 NAME-EDIT-LAST     PIC X(15).
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA             PIC X(91).
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *>   IDXONLN'den XCTL ile gelindiginde (kisa COMMAREA) hesabin   <*
      *>    ilk sayfasi gosterilir; IDXH dogrudan baslatildiginda bos  <*
      *>    ekran ID + para birimi ister. Sonraki cagrilarda basilan   <*
      *>    tusa gore sayfa degistirilir ve transaction kendine doner. <*
      *----------------------------------------------------------------*
       MAIN-PRAG.
           EVALUATE TRUE
           WHEN EIBCALEN IS EQUAL TO LENGTH OF COMM-AREA
             MOVE DFHCOMMAREA TO COMM-AREA
           WHEN EIBCALEN IS EQUAL TO LENGTH OF CA-ONLN-PART
             PERFORM ENTER-FROM-INQUIRY
           WHEN OTHER
             PERFORM START-BLANK-SCREEN
           END-EVALUATE
           MOVE LOW-VALUES TO IDXHMAPI
           EXEC CICS RECEIVE MAP('IDXHMAP') MAPSET('IDXSCRN')
                     INTO(IDXHMAPI) RESP(RESP-CODE)
           END-EXEC
           MOVE SPACES TO HIST-MSG
           EVALUATE EIBAID
           WHEN DFHPF3
             PERFORM RETURN-TO-INQUIRY
           WHEN DFHENTER
             PERFORM SHOW-ACCOUNT-REQUEST
           WHEN DFHPF7
             PERFORM NEWER-PAGE-REQUEST
           WHEN DFHPF8
             PERFORM OLDER-PAGE-REQUEST
           WHEN OTHER
             MOVE 'INVALID FUNCTION KEY' TO HIST-MSG
             PERFORM CURRENT-PAGE-REDISPLAY
           END-EVALUATE
           PERFORM SEND-HIST-SCREEN
           PERFORM RETURN-TRANSID.
       MAIN-PRAG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   IDXQ'dan PF9: IDXONLN'in dogruladigi hesap COMMAREA'nin     <*
      *>    ortak kismindan alinir ve ilk (en yeni) sayfa gosterilir.  <*
      *----------------------------------------------------------------*
       ENTER-FROM-INQUIRY.
           MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-ONLN-PART
           MOVE 'H' TO CA-STATE
           MOVE SPACES TO HIST-MSG
           PERFORM FIRST-HISTORY-PAGE
           PERFORM SEND-HIST-SCREEN
           PERFORM RETURN-TRANSID.
       ENTER-FROM-INQUIRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       START-BLANK-SCREEN.
           MOVE 'H' TO CA-STATE
           MOVE LOW-VALUES TO CA-PQ-KEY
           MOVE ZERO TO CA-HIST-ID CA-HIST-DVZ CA-PAGE-NO
           MOVE LOW-VALUES TO CA-TOP-KEY CA-BOT-KEY
           MOVE 'N' TO CA-MORE-SW
           MOVE 0 TO LINE-CNT
           MOVE 'ENTER CUSTOMER ID AND CURRENCY' TO HIST-MSG
           PERFORM SEND-HIST-SCREEN
           PERFORM RETURN-TRANSID.
       START-BLANK-SCREEN-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   ENTER: ekranda degistirilen ID/para birimi alinir           <*
      *>    (degistirilmeyen alan mevcut hesaptan gelir), dogrulanir   <*
      *>    ve hesabin ilk sayfasi gosterilir. Hatali giriste mevcut   <*
      *>    sayfa mesajla birlikte yeniden basilir.                    <*
      *----------------------------------------------------------------*
       SHOW-ACCOUNT-REQUEST.
           MOVE CA-HIST-ID  TO ENT-ID-TEXT
           MOVE CA-HIST-DVZ TO ENT-DVZ-TEXT
           IF HIDI IS NOT EQUAL TO LOW-VALUES
             MOVE HIDI TO ENT-ID-TEXT
           END-IF
           IF HDVZI IS NOT EQUAL TO LOW-VALUES
             MOVE HDVZI TO ENT-DVZ-TEXT
           END-IF
           PERFORM VALIDATE-ENTERED-KEY
           IF DVZ-VALID
             MOVE ENT-ID  TO CA-HIST-ID
             MOVE ENT-DVZ TO CA-HIST-DVZ
             PERFORM FIRST-HISTORY-PAGE
           ELSE
             PERFORM CURRENT-PAGE-REDISPLAY
           END-IF.
       SHOW-ACCOUNT-REQUEST-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PF8: ekrandaki son satirin anahtarinin hemen ardindan       <*
      *>    (ters sira + 1 = bir sonraki olasi anahtar) devam edilir.  <*
      *----------------------------------------------------------------*
       OLDER-PAGE-REQUEST.
           EVALUATE TRUE
           WHEN CA-HIST-ID IS EQUAL TO ZERO
             PERFORM CURRENT-PAGE-REDISPLAY
           WHEN NOT CA-MORE
             MOVE 'NO OLDER ENTRIES FOR THIS ACCOUNT' TO HIST-MSG
             PERFORM CURRENT-PAGE-REDISPLAY
           WHEN OTHER
             MOVE CA-BOT-KEY TO BRW-KEY
             ADD 1 TO BRW-INV-SEQ
             PERFORM FILL-HISTORY-PAGE
             ADD 1 TO CA-PAGE-NO
             PERFORM SET-PAGE-MESSAGE
           END-EVALUATE.
       OLDER-PAGE-REQUEST-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PF7: ekrandaki ilk satirdan geriye (READPREV) bir sayfa     <*
      *>    kadar gidilip yeni ilk anahtar bulunur, sayfa oradan       <*
      *>    ileri doldurulur. Bir sayfadan az yeni kayit kalmissa      <*
      *>    ilk sayfaya donulur.                                       <*
      *----------------------------------------------------------------*
       NEWER-PAGE-REQUEST.
           EVALUATE TRUE
           WHEN CA-HIST-ID IS EQUAL TO ZERO
             PERFORM CURRENT-PAGE-REDISPLAY
           WHEN CA-PAGE-NO IS NOT GREATER THAN 1
             MOVE 'ALREADY AT NEWEST ENTRIES' TO HIST-MSG
             PERFORM CURRENT-PAGE-REDISPLAY
           WHEN OTHER
             PERFORM FIND-NEWER-TOP
             IF PREV-CNT IS LESS THAN PAGE-SIZE
               PERFORM FIRST-HISTORY-PAGE
             ELSE
               MOVE NEW-TOP-KEY TO BRW-KEY
               PERFORM FILL-HISTORY-PAGE
               SUBTRACT 1 FROM CA-PAGE-NO
               PERFORM SET-PAGE-MESSAGE
             END-IF
           END-EVALUATE.
       NEWER-PAGE-REQUEST-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PF3: ayni hesapla IDXQ sorgu ekranina donulur; IDXONLN      <*
      *>    'R' durumunu gorup kaydi yeniden basar. XCTL basarisiz     <*
      *>    olursa bu ekranda kalinir.                                 <*
      *----------------------------------------------------------------*
       RETURN-TO-INQUIRY.
           MOVE 'R' TO CA-STATE
           EXEC CICS XCTL PROGRAM('IDXONLN') COMMAREA(CA-ONLN-PART)
                     LENGTH(LENGTH OF CA-ONLN-PART) RESP(RESP-CODE)
           END-EXEC
           MOVE 'H' TO CA-STATE
           MOVE 'INQUIRY TRANSACTION NOT AVAILABLE' TO HIST-MSG
           PERFORM CURRENT-PAGE-REDISPLAY.
       RETURN-TO-INQUIRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FIRST-HISTORY-PAGE.
           MOVE CA-HIST-ID  TO BRW-IDX-ID
           MOVE CA-HIST-DVZ TO BRW-IDX-DVZ
           MOVE ZERO TO BRW-INV-STAMP BRW-INV-SEQ
           PERFORM FILL-HISTORY-PAGE
           MOVE 1 TO CA-PAGE-NO
           PERFORM SET-PAGE-MESSAGE.
       FIRST-HISTORY-PAGE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ekrandaki sayfa, ilk satirin anahtarindan yeniden okunur.   <*
      *----------------------------------------------------------------*
       CURRENT-PAGE-REDISPLAY.
           IF CA-HIST-ID IS EQUAL TO ZERO
             MOVE 0 TO LINE-CNT
           ELSE
             MOVE CA-TOP-KEY TO BRW-KEY
             PERFORM FILL-HISTORY-PAGE
           END-IF
           PERFORM SET-PAGE-MESSAGE.
       CURRENT-PAGE-REDISPLAY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   BRW-KEY'den itibaren ayni hesabin en cok 12 kaydi okunur;   <*
      *>    13. kayit varsa yalnizca "daha eski var" isaretlenir.      <*
      *>    Ilk ve son satirin anahtari COMMAREA'ya alinir.            <*
      *----------------------------------------------------------------*
       FILL-HISTORY-PAGE.
           MOVE 0 TO LINE-CNT
           MOVE 'N' TO CA-MORE-SW
           MOVE 'N' TO BRW-END-SW
           MOVE 'N' TO HST-ERR-SW
           MOVE BRW-KEY TO CA-TOP-KEY CA-BOT-KEY
           EXEC CICS STARTBR FILE('AUDHIST') RIDFLD(BRW-KEY)
                     GTEQ RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             PERFORM READ-NEXT-HISTORY
               UNTIL BRW-END
             EXEC CICS ENDBR FILE('AUDHIST') END-EXEC
           ELSE
             IF RESP-CODE IS NOT EQUAL TO DFHRESP(NOTFND)
               SET HST-FILE-ERROR TO TRUE
             END-IF
           END-IF.
       FILL-HISTORY-PAGE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       READ-NEXT-HISTORY.
           EXEC CICS READNEXT FILE('AUDHIST') INTO(HST-REC)
                     RIDFLD(BRW-KEY) RESP(RESP-CODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESP-CODE IS EQUAL TO DFHRESP(ENDFILE)
             SET BRW-END TO TRUE
           WHEN RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
             SET HST-FILE-ERROR TO TRUE
             SET BRW-END TO TRUE
           WHEN HST-IDX-ID  IS NOT EQUAL TO CA-HIST-ID
             OR HST-IDX-DVZ IS NOT EQUAL TO CA-HIST-DVZ
             SET BRW-END TO TRUE
           WHEN LINE-CNT IS EQUAL TO PAGE-SIZE
             SET CA-MORE TO TRUE
             SET BRW-END TO TRUE
           WHEN OTHER
             ADD 1 TO LINE-CNT
             IF LINE-CNT IS EQUAL TO 1
               MOVE HST-KEY TO CA-TOP-KEY
             END-IF
             MOVE HST-KEY TO CA-BOT-KEY
             PERFORM FORMAT-HISTORY-LINE
           END-EVALUATE.
       READ-NEXT-HISTORY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ekrandaki ilk anahtardan geriye okunur; STARTBR'in          <*
      *>    konumlandigi ilk kaydin kendisi READPREV ile once geri     <*
      *>    gelir ve atlanir. En cok bir sayfa kadar daha yeni kayit   <*
      *>    sayilir; son okunan yeni sayfanin ilk anahtaridir.         <*
      *----------------------------------------------------------------*
       FIND-NEWER-TOP.
           MOVE 0 TO PREV-CNT
           MOVE 'N' TO BRW-END-SW
           MOVE CA-TOP-KEY TO BRW-KEY NEW-TOP-KEY
           EXEC CICS STARTBR FILE('AUDHIST') RIDFLD(BRW-KEY)
                     GTEQ RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             PERFORM READ-PREV-HISTORY
               UNTIL BRW-END
             EXEC CICS ENDBR FILE('AUDHIST') END-EXEC
           END-IF.
       FIND-NEWER-TOP-END. EXIT.
      *----
      *----------------------------------------------------------------*
       READ-PREV-HISTORY.
           EXEC CICS READPREV FILE('AUDHIST') INTO(HST-REC)
                     RIDFLD(BRW-KEY) RESP(RESP-CODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
             SET BRW-END TO TRUE
           WHEN HST-KEY IS EQUAL TO CA-TOP-KEY
             CONTINUE
           WHEN HST-IDX-ID  IS NOT EQUAL TO CA-HIST-ID
             OR HST-IDX-DVZ IS NOT EQUAL TO CA-HIST-DVZ
             SET BRW-END TO TRUE
           WHEN OTHER
             ADD 1 TO PREV-CNT
             MOVE HST-KEY TO NEW-TOP-KEY
             IF PREV-CNT IS EQUAL TO PAGE-SIZE
               SET BRW-END TO TRUE
             END-IF
           END-EVALUATE.
       READ-PREV-HISTORY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Satir: tarih (GG/AA/YY), saat, islem tipi ve adi, hareket   <*
      *>    eden tutar (W'de once, D'de sonra bakiye sifirdir), sonuc  <*
      *>    bakiye ve onaylayan kullanici.                             <*
      *----------------------------------------------------------------*
       FORMAT-HISTORY-LINE.
           MOVE AUD-DATE-DD   TO HL-DD
           MOVE AUD-DATE-MM   TO HL-MM
           MOVE AUD-DATE-YY   TO HL-YY
           MOVE AUD-TIME-HH   TO HL-HH
           MOVE AUD-TIME-MI   TO HL-MI
           MOVE AUD-TIME-SS   TO HL-SS
           MOVE AUD-PROC-TYPE TO HL-TYPE
           PERFORM DESCRIBE-PROC-TYPE
           COMPUTE MOVED-AMT = AUD-AFT-AMOUNT - AUD-BEF-AMOUNT
           MOVE MOVED-AMT      TO HL-MOVED
           MOVE AUD-AFT-AMOUNT TO HL-BAL
           IF AUD-CHECKER-ID IS NOT EQUAL TO SPACES
             MOVE AUD-CHECKER-ID TO HL-APPR
           ELSE
             MOVE AUD-APPR-ID TO HL-APPR
           END-IF
           MOVE HIST-LINE TO PAGE-LINE(LINE-CNT).
       FORMAT-HISTORY-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Islem tipi adlari AUDRPT'nin tip ozetindeki ile aynidir.    <*
      *----------------------------------------------------------------*
       DESCRIBE-PROC-TYPE.
           EVALUATE AUD-PROC-TYPE
           WHEN 'W'
             MOVE 'OPEN'       TO HL-DESC
           WHEN 'U'
             MOVE 'UPDATE'     TO HL-DESC
           WHEN 'D'
             MOVE 'DELETE'     TO HL-DESC
           WHEN 'B'
             MOVE 'BALANCE'    TO HL-DESC
           WHEN 'T'
             MOVE 'TRANSFER'   TO HL-DESC
           WHEN 'X'
             MOVE 'X-TRANSFER' TO HL-DESC
           WHEN 'I'
             MOVE 'INTEREST'   TO HL-DESC
           WHEN 'M'
             MOVE 'MAINT'      TO HL-DESC
           WHEN 'P'
             MOVE 'HOLD'       TO HL-DESC
           WHEN 'F'
             MOVE 'FEE'        TO HL-DESC
           WHEN 'K'
             MOVE 'RE-KEY'     TO HL-DESC
           WHEN 'V'
             MOVE 'REVERSAL'   TO HL-DESC
           WHEN 'C'
             MOVE 'CLOSURE'    TO HL-DESC
           WHEN OTHER
             MOVE 'OTHER'      TO HL-DESC
           END-EVALUATE.
       DESCRIBE-PROC-TYPE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Onceden bir mesaj konmamissa sayfanin durumuna gore         <*
      *>    bilgi mesaji secilir.                                      <*
      *----------------------------------------------------------------*
       SET-PAGE-MESSAGE.
           IF HIST-MSG IS EQUAL TO SPACES
             EVALUATE TRUE
             WHEN CA-HIST-ID IS EQUAL TO ZERO
               MOVE 'ENTER CUSTOMER ID AND CURRENCY' TO HIST-MSG
             WHEN HST-FILE-ERROR
               MOVE 'HISTORY FILE NOT AVAILABLE' TO HIST-MSG
             WHEN LINE-CNT IS EQUAL TO ZERO
               MOVE 'NO JOURNAL ENTRIES FOR THIS ACCOUNT' TO HIST-MSG
             WHEN CA-MORE
               MOVE 'MORE ENTRIES - PF8 FOR OLDER' TO HIST-MSG
             WHEN OTHER
               MOVE 'END OF ACCOUNT HISTORY' TO HIST-MSG
             END-EVALUATE
           END-IF.
       SET-PAGE-MESSAGE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Girilen anahtar IDXONLN'deki kurallarla dogrulanir.         <*
      *----------------------------------------------------------------*
       VALIDATE-ENTERED-KEY.
           MOVE 'N' TO DVZ-VALID-SW
           IF ENT-ID-TEXT IS NOT NUMERIC
             OR ENT-ID-TEXT IS EQUAL TO '00000'
             MOVE 'CUSTOMER ID MUST BE NUMERIC AND NONZERO' TO HIST-MSG
           ELSE
             IF ENT-DVZ-TEXT IS NOT NUMERIC
               OR ENT-DVZ-TEXT IS EQUAL TO '000'
               MOVE 'CURRENCY MUST BE NUMERIC AND NONZERO' TO HIST-MSG
             ELSE
               MOVE ENT-ID-TEXT  TO ENT-ID
               MOVE ENT-DVZ-TEXT TO ENT-DVZ
               PERFORM VALIDATE-CURRENCY-ONLINE
               IF NOT DVZ-VALID
                 MOVE 'INVALID CURRENCY CODE' TO HIST-MSG
               END-IF
             END-IF
           END-IF.
       VALIDATE-ENTERED-KEY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       VALIDATE-CURRENCY-ONLINE.
           MOVE ZERO TO DVZ-BRW-CODE
           EXEC CICS STARTBR FILE('DVZKSDS') RIDFLD(DVZ-BRW-CODE)
                     GTEQ RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             PERFORM READ-NEXT-DVZ
               UNTIL DVZ-VALID
                  OR RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
             EXEC CICS ENDBR FILE('DVZKSDS') END-EXEC
           END-IF.
       VALIDATE-CURRENCY-ONLINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       READ-NEXT-DVZ.
           EXEC CICS READNEXT FILE('DVZKSDS') INTO(DVZ-REC)
                     RIDFLD(DVZ-BRW-CODE) RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             AND DVZ-REC-CODE IS EQUAL TO ENT-DVZ
             SET DVZ-VALID TO TRUE
           END-IF.
       READ-NEXT-DVZ-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ekran basligi: hesabin master'daki guncel ismi, bakiyesi    <*
      *>    ve durumu. Silinmis hesabin journal'i yine listelenir.     <*
      *----------------------------------------------------------------*
       DISPLAY-ACCOUNT-HEADER.
           MOVE CA-HIST-ID  TO IDX-ID
           MOVE CA-HIST-DVZ TO IDX-DVZ
           EXEC CICS READ FILE('IDXFILE') INTO(IDX-REC)
                     RIDFLD(IDX-KEY) RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             MOVE IDX-FIRSTN TO NAME-EDIT-FIRST
             MOVE IDX-LASTN  TO NAME-EDIT-LAST
             MOVE NAME-EDIT  TO HNAMEO
             MOVE IDX-AMOUNT TO AMT-EDIT
             MOVE AMT-EDIT   TO HBALO
             MOVE IDX-STATUS TO HSTSO
           ELSE
             MOVE '*** RECORD NOT FOUND ***' TO HNAMEO
           END-IF.
       DISPLAY-ACCOUNT-HEADER-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ekran her seferinde bastan (ERASE) gonderilir.              <*
      *----------------------------------------------------------------*
       SEND-HIST-SCREEN.
           MOVE LOW-VALUES TO IDXHMAPO
           IF CA-HIST-ID IS NOT EQUAL TO ZERO
             MOVE CA-HIST-ID  TO HIDO
             MOVE CA-HIST-DVZ TO HDVZO
             MOVE CA-PAGE-NO  TO PAGE-EDIT
             MOVE PAGE-EDIT   TO HPAGEO
             PERFORM DISPLAY-ACCOUNT-HEADER
           END-IF
           PERFORM MOVE-PAGE-LINE
             VARYING LINE-SUB FROM 1 BY 1
             UNTIL LINE-SUB IS GREATER THAN LINE-CNT
           MOVE HIST-MSG TO HMSGO
           EXEC CICS SEND MAP('IDXHMAP') MAPSET('IDXSCRN')
                     FROM(IDXHMAPO) ERASE RESP(RESP-CODE)
           END-EXEC.
       SEND-HIST-SCREEN-END. EXIT.
      *----
      *----------------------------------------------------------------*
       MOVE-PAGE-LINE.
           MOVE PAGE-LINE(LINE-SUB) TO HLINEO(LINE-SUB).
       MOVE-PAGE-LINE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('IDXH') COMMAREA(COMM-AREA)
                     LENGTH(LENGTH OF COMM-AREA)
           END-EXEC.
       RETURN-TRANSID-END. EXIT.
       END PROGRAM IDXHIST.
