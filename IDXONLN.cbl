      *>    bakim transaction'i (IDXQ). Subeden gelen bir bakiye       <*
      *>    sorusu artik aksamki batch'i beklemez: ID + para birimi    <*
      *>    girilip ENTER'a basilinca IDX-FILE kaydi aninda            <*
      *>    goruntulenir. Isim duzeltme (PF5) ve bakiye ayarlama (PF6) <*
      *>    master'a dogrudan yazilmaz: talep APPRQ onay kuyruguna     <*
      *>    girer ve IKINCI, farkli bir kullanici kuyruk ekranindan    <*
      *>    (PF7) onaylar (PF10) ya da gerekcesiyle reddeder (PF11).   <*
      *>    PF9, ekrandaki hesabin journal hareketlerini en yeniden    <*
      *>    eskiye sayfalayan IDXH transaction'ina (IDXHIST) gecer;    <*
      *>    oradan PF3 ayni hesapla bu ekrana geri getirir.            <*
      *>    Onaylanan talep iki kullanici kodu ile journal'a yazilir;  <*
      *>    gun sonuna kadar karara baglanmayan talepler APRQEXP ile   <*
      *>    suresi dolmus sayilip sabah raporuna dokulur. Onay         <*
      *>    aninda batch'in uyguladigi kurallarin aynisi yeniden       <*
      *>    denetlenir (yetkili onayi OVRD='Y' talepte tasinir):       <*
      *>     - para birimi, batch DVZFILE'inin KSDS kopyasi olan       <*
      *>       DVZKSDS'e karsi dogrulanir (kopya her gece ONLMERGE    <*
      *>       job'i ile tazelenir),                                   <*
      *>     - bakiyeyi sifirin altina dusurecek ayarlama onaysiz      <*
      *>       reddedilir,                                             <*
      *>     - her mutasyon SUBPRG ile ayni duzende (once/sonra        <*
      *>       goruntulu, 297 byte) AUDONL ESDS'ine yazilir; ONLMERGE <*
      *>       bu kayitlari her gece batch AUDFILE journal'inin       <*
      *>       sonuna ekler (CICS, QSAM dosyalara erisemediginden     <*
      *>       online taraf kendi VSAM dosyalarini kullanir).         <*
           05 MOVRDO               PIC X(01).
           05 FILLER               PIC X(03).
           05 MMSGO                PIC X(70).
      *
              *>*> Onay kuyrugu ekrani (IDXAPPR) symbolic map'i;     <*<*
              *>*> ayni mapset'in ikinci map'idir.                    <*<*
       01  IDXAPPRI.
           05 FILLER               PIC X(12).
           05 AREFL                PIC S9(04) COMP.
           05 AREFF                PIC X(01).
           05 AREFI                PIC X(18).
           05 ASTATL               PIC S9(04) COMP.
           05 ASTATF               PIC X(01).
           05 ASTATI               PIC X(01).
           05 AFUNCL               PIC S9(04) COMP.
           05 AFUNCF               PIC X(01).
           05 AFUNCI               PIC X(20).
           05 AACCTL               PIC S9(04) COMP.
           05 AACCTF               PIC X(01).
           05 AACCTI               PIC X(05).
           05 ADVZL                PIC S9(04) COMP.
           05 ADVZF                PIC X(01).
           05 ADVZI                PIC X(03).
           05 AMAKERL              PIC S9(04) COMP.
           05 AMAKERF              PIC X(01).
           05 AMAKERI              PIC X(08).
           05 ACURNML              PIC S9(04) COMP.
           05 ACURNMF              PIC X(01).
           05 ACURNMI              PIC X(31).
           05 ACURBALL             PIC S9(04) COMP.
           05 ACURBALF             PIC X(01).
           05 ACURBALI             PIC X(17).
           05 ANEWNML              PIC S9(04) COMP.
           05 ANEWNMF              PIC X(01).
           05 ANEWNMI              PIC X(31).
           05 AADJL                PIC S9(04) COMP.
           05 AADJF                PIC X(01).
           05 AADJI                PIC X(17).
           05 AOVRDL               PIC S9(04) COMP.
           05 AOVRDF               PIC X(01).
           05 AOVRDI               PIC X(01).
           05 ARSNL                PIC S9(04) COMP.
           05 ARSNF                PIC X(01).
           05 ARSNI                PIC X(30).
           05 AMSGL                PIC S9(04) COMP.
           05 AMSGF                PIC X(01).
           05 AMSGI                PIC X(70).
       01  IDXAPPRO REDEFINES IDXAPPRI.
           05 FILLER               PIC X(12).
           05 FILLER               PIC X(03).
           05 AREFO                PIC X(18).
           05 FILLER               PIC X(03).
           05 ASTATO               PIC X(01).
           05 FILLER               PIC X(03).
           05 AFUNCO               PIC X(20).
           05 FILLER               PIC X(03).
           05 AACCTO               PIC X(05).
           05 FILLER               PIC X(03).
           05 ADVZO                PIC X(03).
           05 FILLER               PIC X(03).
           05 AMAKERO              PIC X(08).
           05 FILLER               PIC X(03).
           05 ACURNMO              PIC X(31).
           05 FILLER               PIC X(03).
           05 ACURBALO             PIC X(17).
           05 FILLER               PIC X(03).
           05 ANEWNMO              PIC X(31).
           05 FILLER               PIC X(03).
           05 AADJO                PIC X(17).
           05 FILLER               PIC X(03).
           05 AOVRDO               PIC X(01).
           05 FILLER               PIC X(03).
           05 ARSNO                PIC X(30).
           05 FILLER               PIC X(03).
           05 AMSGO                PIC X(70).
      *
              *>*> IDX-FILE kaydi - SUBPRG'daki IDX-REC ile birebir   <*<*
              *>*> ayni duzen (114 byte).                             <*<*
             88 IDX-STS-CLOSED              VALUE 'C'.
      *
              *>*> AUDFILE journal kaydi - SUBPRG'daki AUD-REC ile    <*<*
              *>*> birebir ayni duzen (297 byte).                     <*<*
       01  AUD-REC.
           05 AUD-DATE             PIC 9(06).
           05 AUD-TIME             PIC 9(08).
      *>   Online islemlerde batch'teki onaylayici kavrami yoktur;    <*
      *>    alan bos yazilir (duzen SUBPRG'daki AUD-REC ile ayni).    <*
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
              *>*> DVZFILE kaydi (para birimi referansi) <*<*
       01  DVZ-REC.
           05 DVZ-REC-CODE         PIC 9(03).
           05 DVZ-REC-DESC         PIC X(20).
      *
              *>*> APPRQ onay kuyrugu kaydi (KSDS, 150 byte). Anahtar <*<*
              *>*> talebin tarih/saati + terminal; APRQEXP ayni       <*<*
              *>*> duzeni kullanir. Bos isim alani = degismez.        <*<*
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
              *>*> Pseudo-conversation'lar arasi tasinan COMMAREA:    <*<*
              *>*> hangi ekranda olundugu (A=sorgu, Q=onay kuyrugu,   <*<*
              *>*> H=hareket ekrani, R=hareket ekranindan donus),     <*<*
              *>*> kuyrukta ekrandaki talebin anahtari ve hareket     <*<*
              *>*> ekranina gecen hesap. IDXHIST COMMAREA'sinin ilk   <*<*
              *>*> 27 byte'i bu duzenle aynidir.                      <*<*
       01  COMM-AREA.
           05 CA-STATE             PIC X(01).
             88 CA-MAIN-SCREEN              VALUE 'A'.
             88 CA-QUEUE-SCREEN             VALUE 'Q'.
             88 CA-HIST-SCREEN              VALUE 'H'.
             88 CA-HIST-RETURN              VALUE 'R'.
           05 CA-PQ-KEY            PIC X(18).
           05 CA-HIST-KEY.
             10 CA-HIST-ID         PIC 9(05).
             10 CA-HIST-DVZ        PIC 9(03).
      *
              *>*> Islem kontrol degiskenleri <*<*
       01  WORK-CTL.
           05 AMT-EDIT             PIC -(13)9.99.
           05 JUL-EDIT             PIC 9(07).
           05 ABS-TIME             PIC S9(15) COMP-3.
           05 CUR-USER-ID          PIC X(08).
           05 JRNL-MAKER-ID        PIC X(08).
           05 JRNL-CHECKER-ID      PIC X(08).
           05 NEW-FIRSTN           PIC X(15).
           05 NEW-LASTN            PIC X(15).
           05 REJ-REASON           PIC X(30).
           05 MAINT-BLOCK-SW       PIC X(01).
             88 MAINT-BLOCKED              VALUE 'Y'.
           05 APPLY-DONE-SW        PIC X(01).
             88 APPLY-DONE                 VALUE 'Y'.
           05 PQ-FOUND-SW          PIC X(01).
             88 PQ-FOUND                   VALUE 'Y'.
           05 NAME-EDIT.
             10 NAME-EDIT-FIRST    PIC X(15).
             10 FILLER             PIC X(01) VALUE SPACE.
             10 NAME-EDIT-LAST     PIC X(15).
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA             PIC X(27).
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *>   Ilk cagrida bos ekran gonderilir; sonraki cagrilarda        <*
      *>    basilan tusa gore sorgu ya da bakim islenir ve ekran       <*
      *>    yeniden gonderilerek transaction pseudo-conversational     <*
      *>    olarak kendine doner. Onay kuyrugu ekranindayken gelen     <*
      *>    tuslar kuyruk diyaloguna yonlendirilir; hareket ekranindan <*
      *>    (IDXHIST) XCTL ile donuldugunde hesap yeniden basilir.     <*
      *----------------------------------------------------------------*
       MAIN-PRAG.
           IF EIBCALEN IS EQUAL TO ZERO
             MOVE LOW-VALUES TO IDXMAPI
             MOVE 'ENTER CUSTOMER ID AND CURRENCY' TO MMSGO
             MOVE 'A' TO CA-STATE
             MOVE LOW-VALUES TO CA-PQ-KEY
             MOVE ZERO TO CA-HIST-ID CA-HIST-DVZ
             PERFORM SEND-SCREEN-ERASE
             PERFORM RETURN-TRANSID
           END-IF
           IF EIBCALEN IS EQUAL TO LENGTH OF COMM-AREA
             MOVE DFHCOMMAREA TO COMM-AREA
           ELSE
             MOVE 'A' TO CA-STATE
             MOVE LOW-VALUES TO CA-PQ-KEY
             MOVE ZERO TO CA-HIST-ID CA-HIST-DVZ
           END-IF
           IF CA-HIST-RETURN
             PERFORM RETURN-FROM-HISTORY
           END-IF
           IF CA-QUEUE-SCREEN
             PERFORM APPROVAL-QUEUE-DIALOG
           END-IF
           EXEC CICS RECEIVE MAP('IDXMAP') MAPSET('IDXSCRN')
                     INTO(IDXMAPI) RESP(RESP-CODE)
           END-EXEC
             PERFORM NAME-MAINT-REQUEST
           WHEN DFHPF6
             PERFORM BALANCE-ADJ-REQUEST
           WHEN DFHPF7
             PERFORM ENTER-APPROVAL-QUEUE
           WHEN DFHPF9
             PERFORM HISTORY-REQUEST
           WHEN OTHER
             MOVE 'INVALID FUNCTION KEY' TO MMSGO
           END-EVALUATE
       INQUIRY-REQUEST-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Isim duzeltme talebi: master'a dokunulmaz, talep onay       <*
      *>    kuyruguna yazilir. Kapali hesap kurali talep aninda da     <*
      *>    denetlenir ki onaylayiciya gecersiz talep gitmesin; bos    <*
      *>    birakilan isim alani degistirilmez. Yeni isim, ekrana      <*
      *>    mevcut kayit basilmadan ONCE alinir (cikis map'i giris     <*
      *>    map'ini REDEFINE eder).                                    <*
      *----------------------------------------------------------------*
       NAME-MAINT-REQUEST.
           PERFORM VALIDATE-ENTERED-KEY
           IF DVZ-VALID
             MOVE SPACES TO NEW-FIRSTN NEW-LASTN
             IF MFIRSTNI IS NOT EQUAL TO LOW-VALUES
               MOVE MFIRSTNI TO NEW-FIRSTN
             END-IF
             IF MLASTNI IS NOT EQUAL TO LOW-VALUES
               MOVE MLASTNI TO NEW-LASTN
             END-IF
             MOVE 'N' TO APQ-FUNC
             MOVE MOVRDI TO APQ-OVRD
             MOVE ZERO TO APQ-ADJ-AMOUNT
             MOVE NEW-FIRSTN TO APQ-NEW-FIRSTN
             MOVE NEW-LASTN  TO APQ-NEW-LASTN
             PERFORM READ-CUSTOMER-RECORD
             IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
               PERFORM CHECK-MAINT-RULES
               EVALUATE TRUE
               WHEN NEW-FIRSTN IS EQUAL TO SPACES
                    AND NEW-LASTN IS EQUAL TO SPACES
                 MOVE 'ENTER THE CORRECTED NAME' TO MMSGO
               WHEN MAINT-BLOCKED
                 CONTINUE
               WHEN OTHER
                 PERFORM WRITE-APPROVAL-ITEM
                 PERFORM DISPLAY-CUSTOMER-RECORD
               END-EVALUATE
             END-IF
           END-IF.
       NAME-MAINT-REQUEST-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Bakiye ayarlama talebi: batch'teki B islemi gibi overdraft  <*
      *>    kontrolune tabidir; kural talep aninda denetlenir, talep   <*
      *>    onay kuyruguna yazilir. Tutar alani 9...9.99 bicimindedir; <*
      *>    SIGN alani D ise tutar dusulur.                            <*
      *----------------------------------------------------------------*
       BALANCE-ADJ-REQUEST.
           PERFORM VALIDATE-ENTERED-KEY
               IF MADJSGNI IS EQUAL TO 'D'
                 COMPUTE ADJ-AMOUNT = 0 - ADJ-AMOUNT
               END-IF
               MOVE 'B' TO APQ-FUNC
               MOVE MOVRDI TO APQ-OVRD
               MOVE ADJ-AMOUNT TO APQ-ADJ-AMOUNT
               MOVE SPACES TO APQ-NEW-FIRSTN APQ-NEW-LASTN
               PERFORM READ-CUSTOMER-RECORD
               IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
                 COMPUTE NEW-AMOUNT = IDX-AMOUNT + ADJ-AMOUNT
                 PERFORM CHECK-MAINT-RULES
                 IF NOT MAINT-BLOCKED
                   PERFORM WRITE-APPROVAL-ITEM
                 END-IF
               END-IF
             END-IF
           END-IF.
       BALANCE-ADJ-REQUEST-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Batch kurallari: kapali hesaba ve bakiyeyi eksiye dusurecek <*
      *>    ayarlamaya yalnizca yetkili onayi (APQ-OVRD='Y') ile       <*
      *>    izin verilir. Hem talep girilirken hem onayda, okunan      <*
      *>    guncel IDX-REC'e karsi calisir (B icin NEW-AMOUNT hazir).  <*
      *----------------------------------------------------------------*
       CHECK-MAINT-RULES.
           MOVE 'N' TO MAINT-BLOCK-SW
           EVALUATE TRUE
           WHEN IDX-STS-CLOSED AND APQ-OVRD IS NOT EQUAL TO 'Y'
             SET MAINT-BLOCKED TO TRUE
             MOVE 'ACCOUNT CLOSED - SUPERVISOR OVRD REQUIRED'
                  TO MMSGO
           WHEN APQ-FUNC-BAL AND NEW-AMOUNT IS LESS THAN ZERO
                AND APQ-OVRD IS NOT EQUAL TO 'Y'
             SET MAINT-BLOCKED TO TRUE
             MOVE 'OVERDRAFT - SUPERVISOR OVRD REQUIRED' TO MMSGO
           END-EVALUATE.
       CHECK-MAINT-RULES-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Talep, giren kullanici (maker) ve terminal ile damgalanip   <*
      *>    bekleyen (P) olarak APPRQ'ya yazilir; anahtar ekranda      <*
      *>    referans olarak gosterilir.                                <*
      *----------------------------------------------------------------*
       WRITE-APPROVAL-ITEM.
           EXEC CICS ASSIGN USERID(CUR-USER-ID) END-EXEC
           EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYMMDD(APQ-REQ-DATE) END-EXEC
           MOVE EIBTIME TO APQ-REQ-TIME
           MULTIPLY APQ-REQ-TIME BY 100 GIVING APQ-REQ-TIME
           MOVE EIBTRMID TO APQ-TERM-ID
           MOVE 'P' TO APQ-STATUS
           MOVE ENT-ID  TO APQ-IDX-ID
           MOVE ENT-DVZ TO APQ-IDX-DVZ
           MOVE CUR-USER-ID TO APQ-MAKER-ID
           MOVE SPACES TO APQ-CHECKER-ID APQ-REASON
           MOVE ZERO   TO APQ-DEC-DATE APQ-DEC-TIME
           EXEC CICS WRITE FILE('APPRQ') FROM(APQ-REC)
                     RIDFLD(APQ-KEY) RESP(RESP-CODE)
           END-EXEC
           EVALUATE TRUE
           WHEN RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             MOVE SPACES TO MMSGO
             IF APQ-FUNC-NAME
               STRING 'NAME CORRECTION QUEUED FOR APPROVAL - REF '
                        DELIMITED BY SIZE
                      APQ-KEY DELIMITED BY SIZE
                      INTO MMSGO
               END-STRING
             ELSE
               STRING 'BALANCE ADJUSTMENT QUEUED FOR APPROVAL - REF '
                        DELIMITED BY SIZE
                      APQ-KEY DELIMITED BY SIZE
                      INTO MMSGO
               END-STRING
             END-IF
           WHEN RESP-CODE IS EQUAL TO DFHRESP(DUPREC)
             MOVE 'REQUEST ALREADY QUEUED FROM THIS TERMINAL - RETRY'
                  TO MMSGO
           WHEN OTHER
             MOVE 'FILE ERROR ON APPRQ WRITE' TO MMSGO
           END-EVALUATE.
       WRITE-APPROVAL-ITEM-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PF7: onay kuyrugu ekranina gecilir ve ilk bekleyen talep    <*
      *>    gosterilir.                                                <*
      *----------------------------------------------------------------*
       ENTER-APPROVAL-QUEUE.
           MOVE 'Q' TO CA-STATE
           MOVE LOW-VALUES TO CA-PQ-KEY
           MOVE SPACES TO MMSGO
           MOVE 'N' TO PQ-FOUND-SW
           PERFORM NEXT-PENDING-ITEM
           PERFORM SEND-QUEUE-SCREEN
           PERFORM RETURN-TRANSID.
       ENTER-APPROVAL-QUEUE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Kuyruk ekrani diyalogu: ENTER sonraki bekleyen talep,       <*
      *>    PF10 onay, PF11 red (gerekce zorunlu), PF3 sorgu ekranina  <*
      *>    donus. Ekran her seferinde bastan gonderilir.              <*
      *----------------------------------------------------------------*
       APPROVAL-QUEUE-DIALOG.
           MOVE LOW-VALUES TO IDXAPPRI
           EXEC CICS RECEIVE MAP('IDXAPPR') MAPSET('IDXSCRN')
                     INTO(IDXAPPRI) RESP(RESP-CODE)
           END-EXEC
           MOVE SPACES TO REJ-REASON
           IF ARSNI IS NOT EQUAL TO LOW-VALUES
             MOVE ARSNI TO REJ-REASON
           END-IF
           MOVE SPACES TO MMSGO
           MOVE 'N' TO PQ-FOUND-SW
           EVALUATE EIBAID
           WHEN DFHPF3
             PERFORM LEAVE-APPROVAL-QUEUE
           WHEN DFHENTER
             PERFORM NEXT-PENDING-ITEM
           WHEN DFHPF10
             PERFORM APPROVE-QUEUE-ITEM
           WHEN DFHPF11
             PERFORM REJECT-QUEUE-ITEM
           WHEN OTHER
             MOVE 'INVALID FUNCTION KEY' TO MMSGO
             PERFORM READ-QUEUE-ITEM
           END-EVALUATE
           PERFORM SEND-QUEUE-SCREEN
           PERFORM RETURN-TRANSID.
       APPROVAL-QUEUE-DIALOG-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PF9: girilen hesap dogrulanir ve COMMAREA'nin bu programla  <*
      *>    ortak kismi ile IDXHIST'e XCTL edilir; hareket ekrani      <*
      *>    bundan sonra IDXH transaction'i ile kendine doner. XCTL    <*
      *>    basarisiz olursa sorgu ekraninda kalinir.                  <*
      *----------------------------------------------------------------*
       HISTORY-REQUEST.
           PERFORM VALIDATE-ENTERED-KEY
           IF DVZ-VALID
             MOVE 'H' TO CA-STATE
             MOVE LOW-VALUES TO CA-PQ-KEY
             MOVE ENT-ID  TO CA-HIST-ID
             MOVE ENT-DVZ TO CA-HIST-DVZ
             EXEC CICS XCTL PROGRAM('IDXHIST') COMMAREA(COMM-AREA)
                       LENGTH(LENGTH OF COMM-AREA) RESP(RESP-CODE)
             END-EXEC
             MOVE 'A' TO CA-STATE
             MOVE 'HISTORY TRANSACTION NOT AVAILABLE' TO MMSGO
           END-IF.
       HISTORY-REQUEST-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Hareket ekranindan PF3 ile donus: ekrandaki hesap yeniden   <*
      *>    okunup basilir (IDXH dogrudan baslatilmissa bos ekran).    <*
      *----------------------------------------------------------------*
       RETURN-FROM-HISTORY.
           MOVE 'A' TO CA-STATE
           MOVE LOW-VALUES TO CA-PQ-KEY
           MOVE LOW-VALUES TO IDXMAPI
           IF CA-HIST-ID IS EQUAL TO ZERO
             MOVE 'ENTER CUSTOMER ID AND CURRENCY' TO MMSGO
           ELSE
             MOVE CA-HIST-ID  TO ENT-ID
             MOVE CA-HIST-DVZ TO ENT-DVZ
             MOVE ENT-ID  TO MIDO
             MOVE ENT-DVZ TO MDVZO
             PERFORM READ-CUSTOMER-RECORD
             IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
               PERFORM DISPLAY-CUSTOMER-RECORD
               MOVE 'RECORD DISPLAYED' TO MMSGO
             END-IF
           END-IF
           PERFORM SEND-SCREEN-ERASE
           PERFORM RETURN-TRANSID.
       RETURN-FROM-HISTORY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       LEAVE-APPROVAL-QUEUE.
           MOVE 'A' TO CA-STATE
           MOVE LOW-VALUES TO CA-PQ-KEY
           MOVE LOW-VALUES TO IDXMAPI
           MOVE 'ENTER CUSTOMER ID AND CURRENCY' TO MMSGO
           PERFORM SEND-SCREEN-ERASE
           PERFORM RETURN-TRANSID.
       LEAVE-APPROVAL-QUEUE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ekrandaki talebin anahtarindan itibaren APPRQ browse edilir <*
      *>    ve bir sonraki bekleyen (P) talep bulunur. Kuyrugun sonuna <*
      *>    gelinince anahtar sifirlanir; ENTER bastan baslatir.       <*
      *----------------------------------------------------------------*
       NEXT-PENDING-ITEM.
           MOVE CA-PQ-KEY TO APQ-KEY
           EXEC CICS STARTBR FILE('APPRQ') RIDFLD(APQ-KEY)
                     GTEQ RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             PERFORM READ-NEXT-APPRQ
               UNTIL PQ-FOUND
                  OR RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
             EXEC CICS ENDBR FILE('APPRQ') END-EXEC
           END-IF
           IF PQ-FOUND
             MOVE APQ-KEY TO CA-PQ-KEY
             MOVE 'PENDING ITEM - PF10 APPROVE, PF11 REJECT' TO MMSGO
           ELSE
             IF CA-PQ-KEY IS EQUAL TO LOW-VALUES
               MOVE 'NO PENDING ITEMS IN APPROVAL QUEUE' TO MMSGO
             ELSE
               MOVE 'NO MORE PENDING ITEMS - ENTER TO START OVER'
                    TO MMSGO
             END-IF
             MOVE LOW-VALUES TO CA-PQ-KEY
           END-IF.
       NEXT-PENDING-ITEM-END. EXIT.
      *----
      *----------------------------------------------------------------*
       READ-NEXT-APPRQ.
           EXEC CICS READNEXT FILE('APPRQ') INTO(APQ-REC)
                     RIDFLD(APQ-KEY) RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             AND APQ-PENDING
             AND APQ-KEY IS NOT EQUAL TO CA-PQ-KEY
             SET PQ-FOUND TO TRUE
           END-IF.
       READ-NEXT-APPRQ-END. EXIT.
      *----
      *----------------------------------------------------------------*
       READ-QUEUE-ITEM.
           IF CA-PQ-KEY IS NOT EQUAL TO LOW-VALUES
             MOVE CA-PQ-KEY TO APQ-KEY
             EXEC CICS READ FILE('APPRQ') INTO(APQ-REC)
                       RIDFLD(APQ-KEY) RESP(RESP-CODE)
             END-EXEC
             IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
               SET PQ-FOUND TO TRUE
             END-IF
           END-IF.
       READ-QUEUE-ITEM-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ekrandaki talep UPDATE ile okunur; hala bekliyor olmali ve  <*
      *>    onaylayan/reddeden kullanici talebi girenden farkli        <*
      *>    olmalidir. MAINT-BLOCKED burada "karar verilemez" anlamina <*
      *>    gelir; kayit kilidi birakilir ve mesaj ekranda kalir.      <*
      *----------------------------------------------------------------*
       READ-QUEUE-ITEM-UPDATE.
           MOVE 'N' TO MAINT-BLOCK-SW
           IF CA-PQ-KEY IS EQUAL TO LOW-VALUES
             SET MAINT-BLOCKED TO TRUE
             MOVE 'NO ITEM ON SCREEN - PRESS ENTER' TO MMSGO
           ELSE
             MOVE CA-PQ-KEY TO APQ-KEY
             EXEC CICS READ FILE('APPRQ') INTO(APQ-REC)
                       RIDFLD(APQ-KEY) UPDATE RESP(RESP-CODE)
             END-EXEC
             IF RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
               SET MAINT-BLOCKED TO TRUE
               MOVE 'FILE ERROR ON APPRQ READ' TO MMSGO
             ELSE
               SET PQ-FOUND TO TRUE
               EXEC CICS ASSIGN USERID(CUR-USER-ID) END-EXEC
               EVALUATE TRUE
               WHEN NOT APQ-PENDING
                 SET MAINT-BLOCKED TO TRUE
                 MOVE 'ITEM IS NO LONGER PENDING' TO MMSGO
               WHEN APQ-MAKER-ID IS EQUAL TO CUR-USER-ID
                 SET MAINT-BLOCKED TO TRUE
                 MOVE 'MAKER CANNOT APPROVE OR REJECT OWN REQUEST'
                      TO MMSGO
               END-EVALUATE
               IF MAINT-BLOCKED
                 EXEC CICS UNLOCK FILE('APPRQ') END-EXEC
               END-IF
             END-IF
           END-IF.
       READ-QUEUE-ITEM-UPDATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PF10: talep master'a uygulanir (kurallar guncel kayda karsi <*
      *>    yeniden denetlenir), journal'a maker ve checker kodlariyla <*
      *>    yazilir ve talep onaylandi (A) olarak kapatilir.           <*
      *>    Uygulanamaz ya da journal'a yazilamazsa talep bekler       <*
      *>    durumda kalir.                                             <*
      *----------------------------------------------------------------*
       APPROVE-QUEUE-ITEM.
           PERFORM READ-QUEUE-ITEM-UPDATE
           IF NOT MAINT-BLOCKED
             MOVE APQ-MAKER-ID TO JRNL-MAKER-ID
             MOVE CUR-USER-ID  TO JRNL-CHECKER-ID
             MOVE APQ-IDX-ID   TO ENT-ID
             MOVE APQ-IDX-DVZ  TO ENT-DVZ
             MOVE 'N' TO APPLY-DONE-SW
             IF APQ-FUNC-NAME
               PERFORM APPLY-NAME-CORRECTION
             ELSE
               PERFORM APPLY-BALANCE-ADJ
             END-IF
             IF APPLY-DONE
               MOVE 'A' TO APQ-STATUS
               MOVE SPACES TO APQ-REASON
               PERFORM REWRITE-QUEUE-ITEM
      *>   Talep kapatilamadiysa master ve journal guncellemesi geri  <*
      *>    alinir; aksi halde ayni talep ikinci kez onaylanabilirdi. <*
               IF RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE 'P' TO APQ-STATUS
                 MOVE 'APPRQ UPDATE FAILED - APPROVAL BACKED OUT'
                      TO MMSGO
               END-IF
             ELSE
               EXEC CICS UNLOCK FILE('APPRQ') END-EXEC
             END-IF
           END-IF.
       APPROVE-QUEUE-ITEM-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   PF11: talep gerekcesiyle reddedilir (R); master'a ve        <*
      *>    journal'a dokunulmaz.                                      <*
      *----------------------------------------------------------------*
       REJECT-QUEUE-ITEM.
           IF REJ-REASON IS EQUAL TO SPACES
             MOVE 'ENTER A REJECTION REASON' TO MMSGO
             PERFORM READ-QUEUE-ITEM
           ELSE
             PERFORM READ-QUEUE-ITEM-UPDATE
             IF NOT MAINT-BLOCKED
               MOVE 'R' TO APQ-STATUS
               MOVE REJ-REASON TO APQ-REASON
               PERFORM REWRITE-QUEUE-ITEM
               IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'REQUEST REJECTED' TO MMSGO
               END-IF
             END-IF
           END-IF.
       REJECT-QUEUE-ITEM-END. EXIT.
      *----
      *----------------------------------------------------------------*
       REWRITE-QUEUE-ITEM.
           MOVE CUR-USER-ID TO APQ-CHECKER-ID
           EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYMMDD(APQ-DEC-DATE) END-EXEC
           MOVE EIBTIME TO APQ-DEC-TIME
           MULTIPLY APQ-DEC-TIME BY 100 GIVING APQ-DEC-TIME
           EXEC CICS REWRITE FILE('APPRQ') FROM(APQ-REC)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
             MOVE 'FILE ERROR ON APPRQ REWRITE' TO MMSGO
           END-IF.
       REWRITE-QUEUE-ITEM-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Onaylanan isim duzeltmesi: batch'teki U islemi gibi         <*
      *>    once/sonra goruntuyle journal'a yazilir.                   <*
      *----------------------------------------------------------------*
       APPLY-NAME-CORRECTION.
           PERFORM READ-CUSTOMER-UPDATE
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             PERFORM CHECK-MAINT-RULES
             IF MAINT-BLOCKED
               EXEC CICS UNLOCK FILE('IDXFILE') END-EXEC
             ELSE
               PERFORM BUILD-BEFORE-IMAGE
               IF APQ-NEW-FIRSTN IS NOT EQUAL TO SPACES
                 MOVE APQ-NEW-FIRSTN TO IDX-FIRSTN
               END-IF
               IF APQ-NEW-LASTN IS NOT EQUAL TO SPACES
                 MOVE APQ-NEW-LASTN TO IDX-LASTN
               END-IF
               PERFORM REWRITE-CUSTOMER-RECORD
               IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'U' TO AUD-PROC-TYPE
                 PERFORM WRITE-ONLINE-JOURNAL
      *>   Journal'siz master degisikligi birakilmaz: journal         <*
      *>    yazilamadiysa duzeltme geri alinir, talep bekler kalir.   <*
                 IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
                   SET APPLY-DONE TO TRUE
                   MOVE 'APPROVED - NAME CORRECTED AND JOURNALED'
                        TO MMSGO
                 ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE 'AUDONL WRITE FAILED - APPROVAL BACKED OUT'
                        TO MMSGO
                 END-IF
               END-IF
             END-IF
           END-IF.
       APPLY-NAME-CORRECTION-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Onaylanan bakiye ayarlamasi: batch'teki B islemi gibi       <*
      *>    overdraft kontrolune tabidir ve journal'a yazilir.         <*
      *----------------------------------------------------------------*
       APPLY-BALANCE-ADJ.
           PERFORM READ-CUSTOMER-UPDATE
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             MOVE APQ-ADJ-AMOUNT TO ADJ-AMOUNT
             COMPUTE NEW-AMOUNT = IDX-AMOUNT + ADJ-AMOUNT
             PERFORM CHECK-MAINT-RULES
             IF MAINT-BLOCKED
               EXEC CICS UNLOCK FILE('IDXFILE') END-EXEC
             ELSE
               PERFORM BUILD-BEFORE-IMAGE
               MOVE NEW-AMOUNT TO IDX-AMOUNT
               PERFORM REWRITE-CUSTOMER-RECORD
               IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'B' TO AUD-PROC-TYPE
                 PERFORM WRITE-ONLINE-JOURNAL
      *>   Journal yazilamadiysa ayarlama geri alinir, talep bekler   <*
      *>    kalir.                                                    <*
                 IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
                   SET APPLY-DONE TO TRUE
                   MOVE 'APPROVED - BALANCE ADJUSTED AND JOURNALED'
                        TO MMSGO
                 ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE 'AUDONL WRITE FAILED - APPROVAL BACKED OUT'
                        TO MMSGO
                 END-IF
               END-IF
             END-IF
           END-IF.
       APPLY-BALANCE-ADJ-END. EXIT.
      *----
      *----------------------------------------------------------------*
           MOVE IDX-DEMOG  TO AUD-AFT-DEMOG
           MOVE IDX-STATUS TO AUD-AFT-STS
           MOVE SPACES TO AUD-APPR-ID
           MOVE ZERO   TO AUD-LINK-DATE AUD-LINK-TIME
           MOVE SPACE  TO AUD-LINK-TYPE
           MOVE JRNL-MAKER-ID   TO AUD-MAKER-ID
           MOVE JRNL-CHECKER-ID TO AUD-CHECKER-ID
           MOVE ZERO TO AUD-RBA
           EXEC CICS WRITE FILE('AUDONL') FROM(AUD-REC)
                     RIDFLD(AUD-RBA) RBA RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
             MOVE 'FILE ERROR ON AUDONL WRITE' TO MMSGO
           END-IF.
       WRITE-ONLINE-JOURNAL-END. EXIT.
      *----
           END-EVALUATE.
       CONVERT-ADJ-CHR-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Kuyruktaki talep, hesabin guncel durumu ile yan yana        <*
      *>    gosterilir; isim duzeltmesinde sonuc ismi (bos alanlar     <*
      *>    mevcut isimden) basilir.                                   <*
      *----------------------------------------------------------------*
       DISPLAY-QUEUE-ITEM.
           MOVE APQ-KEY      TO AREFO
           MOVE APQ-STATUS   TO ASTATO
           IF APQ-FUNC-NAME
             MOVE 'NAME CORRECTION' TO AFUNCO
           ELSE
             MOVE 'BALANCE ADJUSTMENT' TO AFUNCO
           END-IF
           MOVE APQ-IDX-ID   TO AACCTO
           MOVE APQ-IDX-DVZ  TO ADVZO
           MOVE APQ-MAKER-ID TO AMAKERO
           MOVE APQ-OVRD     TO AOVRDO
           MOVE APQ-REASON   TO ARSNO
           MOVE APQ-IDX-ID   TO IDX-ID
           MOVE APQ-IDX-DVZ  TO IDX-DVZ
           EXEC CICS READ FILE('IDXFILE') INTO(IDX-REC)
                     RIDFLD(IDX-KEY) RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
             MOVE IDX-FIRSTN TO NAME-EDIT-FIRST
             MOVE IDX-LASTN  TO NAME-EDIT-LAST
             MOVE NAME-EDIT  TO ACURNMO
             MOVE IDX-AMOUNT TO AMT-EDIT
             MOVE AMT-EDIT   TO ACURBALO
           ELSE
             MOVE SPACES TO NAME-EDIT-FIRST NAME-EDIT-LAST
             MOVE '*** RECORD NOT FOUND ***' TO ACURNMO
           END-IF
           IF APQ-FUNC-NAME
             IF APQ-NEW-FIRSTN IS NOT EQUAL TO SPACES
               MOVE APQ-NEW-FIRSTN TO NAME-EDIT-FIRST
             END-IF
             IF APQ-NEW-LASTN IS NOT EQUAL TO SPACES
               MOVE APQ-NEW-LASTN TO NAME-EDIT-LAST
             END-IF
             MOVE NAME-EDIT TO ANEWNMO
           ELSE
             MOVE APQ-ADJ-AMOUNT TO AMT-EDIT
             MOVE AMT-EDIT TO AADJO
           END-IF.
       DISPLAY-QUEUE-ITEM-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Kuyruk ekrani her seferinde bastan (ERASE) gonderilir;      <*
      *>    mesaj, sorgu ekraninin mesaj alanindan tasinir.            <*
      *----------------------------------------------------------------*
       SEND-QUEUE-SCREEN.
           MOVE LOW-VALUES TO IDXAPPRO
           IF PQ-FOUND
             PERFORM DISPLAY-QUEUE-ITEM
           END-IF
           MOVE MMSGO TO AMSGO
           EXEC CICS SEND MAP('IDXAPPR') MAPSET('IDXSCRN')
                     FROM(IDXAPPRO) ERASE RESP(RESP-CODE)
           END-EXEC.
       SEND-QUEUE-SCREEN-END. EXIT.
      *----
      *----------------------------------------------------------------*
       SEND-SCREEN.
           EXEC CICS SEND MAP('IDXMAP') MAPSET('IDXSCRN')
      *----
      *----------------------------------------------------------------*
       RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('IDXQ') COMMAREA(COMM-AREA)
                     LENGTH(LENGTH OF COMM-AREA)
           END-EXEC.
       RETURN-TRANSID-END. EXIT.
      *----
