      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   DYNAMIC: transactionlar anahtarla (random) okur; deneme    <*
      *>    kosusunun bakiye projeksiyonu dosyayi sirali tarar.        <*
           SELECT IDX-FILE    ASSIGN TO  IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS     DYNAMIC
                              RECORD KEY IDX-KEY
                              STATUS     IDX-ST.
           SELECT DVZ-FILE    ASSIGN TO  DVZFILE
                              STATUS     HOLD-ST.
           SELECT OVD-FILE    ASSIGN TO  OVDEXCPT
                              STATUS     OVD-ST.
           SELECT LMT-FILE    ASSIGN TO  LMTFILE
                              STATUS     LMT-ST.
           SELECT LMX-FILE    ASSIGN TO  LMTEXCPT
                              STATUS     LMX-ST.
           SELECT SO-FILE     ASSIGN TO  SOMAST
                              ORGANIZATION INDEXED
                              ACCESS     SEQUENTIAL
                              RECORD KEY SO-KEY
                              STATUS     SO-ST.
           SELECT RATE-FILE   ASSIGN TO  INTRATE
                              STATUS     RATE-ST.
      ******************************************************************
       DATA DIVISION.
      *
      *>    islemlerinde dolu, digerlerinde bos). Denetim "kim        <*
      *>    onayladi" sorusuna artik journal'dan cevap alir.          <*
           05 AUD-APPR-ID          PIC X(05).
      *>   Ters kayit (V) baglantisi: yalnizca 'V' kayitlarinda dolu; <*
      *>    ters cevrilen ORIJINAL kaydin tarih/saat damgasi ve islem <*
      *>    tipi. Hesap kapanisinin adimlarinda (I/T/X/C) kapanis     <*
      *>    referansi ve 'C'. Diger tiplerde sifir/bosluk yazilir.    <*
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
      *>*>.Gunluk kur referans dosyasi (FXPOSRPT'nin okudugu FXRATE   <*
      *>    ile ayni duzen): para birimi kodu, baz paraya cevrim kuru  <*
       FD  OVD-FILE RECORDING MODE F.
       01  OVD-REC.
           05 OVD-LINE             PIC X(80).
      *
      *>*>.Gunluk kumulatif borc limitleri referans dosyasi. 'G'     <*
      *>    satiri para birimi + hesap durum kodu icin genel limiti,  <*
      *>    'A' satiri tek bir hesaba (ID + para birimi) ozel limiti  <*
      *>    tutar; 'A' satiri o hesap icin 'G' satirinin yerine       <*
      *>    gecer. Kanal bos ise limit hesabin gun icindeki TUM borc  <*
      *>    hareketlerine, 'B'/'T'/'X' ise yalnizca o islem tipinin   <*
      *>    borclarina uygulanir. Sifir tutar/adet o olcu icin limit  <*
      *>    yok demektir.                                             <*
       FD  LMT-FILE RECORDING MODE F.
       01  LMT-REC.
           05 LMT-REC-TYPE         PIC X(01).
             88 LMT-REC-GENERAL             VALUE 'G'.
             88 LMT-REC-ACCOUNT             VALUE 'A'.
           05 LMT-REC-DVZ          PIC 9(03).
           05 LMT-REC-STS          PIC X(01).
           05 LMT-REC-ID           PIC 9(05).
           05 LMT-REC-CHAN         PIC X(01).
           05 LMT-REC-MAX-AMT      PIC 9(13)V99.
           05 LMT-REC-MAX-CNT      PIC 9(05).
           05 FILLER               PIC X(09).
      *
      *>*>.Gunluk limiti asan (reddedilen ya da onayla gecirilen)    <*
      *>    borclarin exception raporu; EXCDIGST tarafindan okunur.   <*
       FD  LMX-FILE RECORDING MODE F.
       01  LMX-REC.
           05 LMX-LINE             PIC X(100).
      *
      *>*>.Duzenli odeme talimatlari (SOGEN'in okudugu SOMAST ile    <*
      *>    ayni duzen). Hesap kapanisinda yalnizca hesabin borclu ya  <*
      *>    da alacakli oldugu aktif/askidaki talimatlar sayilir.      <*
       FD  SO-FILE.
       01  SO-REC.
           05 SO-KEY.
             10 SO-DR-ID           PIC 9(05).
             10 SO-DR-DVZ          PIC 9(03).
             10 SO-SEQ             PIC 9(03).
           05 SO-CR-ID             PIC 9(05).
           05 SO-CR-DVZ            PIC 9(03).
           05 SO-AMOUNT            PIC S9(13)V99.
           05 SO-FREQ              PIC X(01).
           05 SO-DAY               PIC 9(02).
           05 SO-START-DATE        PIC 9(08).
           05 SO-END-DATE          PIC 9(08).
           05 SO-REMAIN-CNT        PIC 9(04).
           05 SO-NEXT-DATE         PIC 9(08).
           05 SO-STATUS            PIC X(01).
             88 SO-STS-ACTIVE               VALUE 'A'.
             88 SO-STS-SUSPENDED            VALUE 'S'.
           05 SO-MISS-CNT          PIC 9(02).
           05 SO-LAST-GEN-DATE     PIC 9(08).
           05 SO-LAST-RSLT-DATE    PIC 9(08).
           05 SO-LAST-RC           PIC 9(02).
           05 SO-BRANCH            PIC X(04).
           05 SO-REF               PIC X(16).
           05 FILLER               PIC X(14).
      *
      *>*>.Faiz orani referans dosyasi (INTACCR'in okudugu INTRATE   <*
      *>    ile ayni duzen): para birimi kodu ve aylik faiz yuzdesi.  <*
      *>    Hesap kapanisinda kismi ay faizi bu orandan hesaplanir.   <*
       FD  RATE-FILE RECORDING MODE F.
       01  RATE-REC.
           05 RATE-REC-CODE        PIC 9(03).
           05 RATE-REC-PCT         PIC 9(03)V9(04).
      *
       WORKING-STORAGE SECTION.
            *>*> Dosya ve Process kontrollerini tutan Data-Group <*<*
             88 DVZ-VALID                   VALUE 'Y'.
           05 AUD-ST               PIC 9(02).
             88 AUD-SUCCESS                 VALUE 00 97.
             88 AUD-EOF                     VALUE 10.
           05 OVD-ST               PIC 9(02).
             88 OVD-SUCCESS                 VALUE 00 97.
           05 LMT-ST               PIC 9(02).
             88 LMT-EOF                     VALUE 10.
             88 LMT-SUCCESS                 VALUE 00 97.
           05 LMX-ST               PIC 9(02).
             88 LMX-SUCCESS                 VALUE 00 97.
           05 FX-ST                PIC 9(02).
             88 FX-EOF                      VALUE 10.
             88 FX-SUCCESS                  VALUE 00 97.
             88 BALN-STS-REJECTED           VALUE 3.
             88 BALN-BLK-REJECTED           VALUE 4.
             88 BALN-HOLD-REJECTED          VALUE 5.
             88 BALN-LMT-REJECTED           VALUE 6.
           05 UPDT-APPLY-ST        PIC 9(01).
             88 UPDT-DO-APPLY               VALUE 1.
             88 UPDT-STS-REJECTED           VALUE 2.
             88 MANT-STS-REJECTED           VALUE 2.
           05 HOLD-ST              PIC 9(02).
             88 HOLD-SUCCESS                VALUE 00 97.
           05 SO-ST                PIC 9(02).
             88 SO-EOF                      VALUE 10.
             88 SO-SUCCESS                  VALUE 00 97.
           05 RATE-ST              PIC 9(02).
             88 RATE-EOF                    VALUE 10.
             88 RATE-SUCCESS                VALUE 00 97.
      *
             *>*> Batch-boyu acik dosya oturumunun durumu <*<*
       01  BATCH-SESSION-CTL.
             88 DVZ-TABLE-LOADED            VALUE 'Y'.
           05 FXT-LOADED-SW        PIC X(01) VALUE 'N'.
             88 FXT-TABLE-LOADED            VALUE 'Y'.
           05 HOLD-OPEN-SW         PIC X(01) VALUE 'N'.
             88 HOLD-FILE-OPEN              VALUE 'Y'.
      *
             *>*> Deneme (trial) kosusu: SUBTRIAL ile acilan       <*<*
             *>*> batch'te IDX-FILE, HOLD-FILE ve AUDFILE yalnizca <*<*
             *>*> okunur. Batch icinde degisen her hesap/blokaj    <*<*
             *>*> kaydi asagidaki bellek tablolarinda tutulur;     <*<*
             *>*> sonraki transactionlar once bu tablolara bakar,  <*<*
             *>*> boylece ayni dosyadaki onceki islemlerin etkisini<*<*
             *>*> gercek kosudaki gibi gorur.                      <*<*
       01  TRIAL-CTL.
           05 TRIAL-SW             PIC X(01) VALUE 'N'.
             88 TRIAL-MODE                  VALUE 'Y'.
           05 TRL-FOUND-SW         PIC X(01).
             88 TRL-FOUND                   VALUE 'Y'.
           05 TRL-NEW-STATE        PIC X(01).
           05 TRL-NEW-ORG-SW       PIC X(01).
           05 TRL-NEW-ORG-AMT      PIC S9(13)V99 COMP-3.
           05 TRL-SAVE-IMAGE       PIC X(114).
           05 TRL-HOLD-SAVE        PIC X(24).
           05 TRL-SUM-DVZ          PIC 9(03).
      *
       01  TRL-IDX-CNT             PIC 9(05) COMP VALUE 0.
       01  TRL-IDX-AREA.
           05 TRL-IDX-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON TRL-IDX-CNT
                        INDEXED BY TRL-IX.
             10 TRL-IDX-IMAGE.
               15 TRL-IDX-KEY      PIC X(05).
               15 FILLER           PIC X(109).
      *>   'L' ==> kayit batch sonunda var, 'D' ==> batch icinde    <*
      *>    silindi.                                                  <*
             10 TRL-IDX-STATE      PIC X(01).
               88 TRL-IDX-DELETED           VALUE 'D'.
      *>   Kayit batch basinda IDX-FILE'da var miydi, varsa tutari ne  <*
      *>    idi: projeksiyon canli toplamdan bu tutari dusup yenisini  <*
      *>    ekler.                                                     <*
             10 TRL-IDX-ORG-SW     PIC X(01).
               88 TRL-IDX-ON-FILE           VALUE 'Y'.
             10 TRL-IDX-ORG-AMT    PIC S9(13)V99 COMP-3.
      *
       01  TRL-HOLD-CNT            PIC 9(05) COMP VALUE 0.
       01  TRL-HOLD-AREA.
           05 TRL-HOLD-ENTRY OCCURS 1 TO 2000 TIMES
                        DEPENDING ON TRL-HOLD-CNT
                        INDEXED BY TRL-HX.
             10 TRL-HOLD-IMAGE.
               15 TRL-HOLD-KEY     PIC X(05).
               15 FILLER           PIC X(19).
             10 TRL-HOLD-STATE     PIC X(01).
               88 TRL-HOLD-DELETED          VALUE 'D'.
      *
      *>   Deneme kosusunda AUDFILE'a yazilmayan journal kayitlari,   <*
      *>    yazim sirasiyla ters kayit taramasinin aradigi ozet       <*
      *>    (RVS-CAND) bicimiyle tutulur: ayni dosyada once denenen   <*
      *>    islem orijinal olarak bulunur, yazilan V kayitlari da     <*
      *>    ayni damganin ikinci kez ters cevrilmesini engeller.      <*
       01  TRL-AUD-CNT             PIC 9(05) COMP VALUE 0.
       01  TRL-AUD-AREA.
           05 TRL-AUD-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON TRL-AUD-CNT
                        INDEXED BY TRL-AX.
             10 TRL-AUD-IMAGE      PIC X(46).
      *
             *>*> Gunluk kumulatif borc limitleri: LMTFILE tablosu   <*<*
             *>*> ve hesap bazinda gun-ici borc toplamlari. Toplam   <*<*
             *>*> batch basinda AUDFILE'daki bugunku borclardan      <*<*
             *>*> kurulur (restart ve ayni gunun sonraki kosulari    <*<*
             *>*> onceki borclari gorur), batch boyunca her basarili <*<*
             *>*> borcla artirilir.                                  <*<*
       01  LMT-CNT                 PIC 9(04) COMP VALUE 0.
       01  LMT-TABLE-AREA.
           05 LMT-ENTRY OCCURS 1 TO 2000 TIMES
                        DEPENDING ON LMT-CNT
                        INDEXED BY LMT-IDX.
             10 LMT-TBL-TYPE       PIC X(01).
             10 LMT-TBL-DVZ        PIC 9(03).
             10 LMT-TBL-STS        PIC X(01).
             10 LMT-TBL-ID         PIC 9(05).
             10 LMT-TBL-CHAN       PIC X(01).
             10 LMT-TBL-MAX-AMT    PIC 9(13)V99.
             10 LMT-TBL-MAX-CNT    PIC 9(05).
      *
       01  LMT-TLY-CNT             PIC 9(05) COMP VALUE 0.
       01  LMT-TLY-AREA.
           05 LMT-TLY-ENTRY OCCURS 1 TO 50000 TIMES
                        DEPENDING ON LMT-TLY-CNT
                        INDEXED BY LMT-TX.
             10 LMT-TLY-KEY        PIC X(05).
      *>   1 ==> tum kanallar, 2 ==> B, 3 ==> T, 4 ==> X            <*
             10 LMT-TLY-BUCKET OCCURS 4 TIMES.
               15 LMT-TLY-AMT      PIC S9(13)V99 COMP-3.
               15 LMT-TLY-NUM      PIC 9(05) COMP.
      *
       01  LMT-WORK.
           05 LMT-LOADED-SW        PIC X(01) VALUE 'N'.
             88 LMT-TABLE-LOADED            VALUE 'Y'.
      *>   Kontrol edilen borc: hesap, durum, kanal ve tutar (pozitif)<*
           05 LMT-CHK-KEY.
             10 LMT-CHK-ID         PIC 9(05) COMP-3.
             10 LMT-CHK-DVZ        PIC 9(03) COMP.
           05 LMT-CHK-STS          PIC X(01).
           05 LMT-CHK-CHAN         PIC X(01).
           05 LMT-CHK-AMT          PIC S9(13)V99 COMP-3.
           05 LMT-CHK-BKT          PIC 9(01) COMP.
           05 LMT-DEBIT-SW         PIC X(01).
             88 LMT-DEBIT-SUBJECT           VALUE 'Y'.
           05 LMT-CHK-SW           PIC X(01).
             88 LMT-BREACHED                VALUE 'Y'.
           05 LMT-TLY-SW           PIC X(01).
             88 LMT-TLY-FOUND               VALUE 'Y'.
           05 LMT-RULE-SW          PIC X(01).
             88 LMT-RULE-FOUND              VALUE 'Y'.
           05 LMT-SEEK-CHAN        PIC X(01).
           05 LMT-RULE-AMT         PIC 9(13)V99.
           05 LMT-RULE-CNT         PIC 9(05).
           05 LMT-NEW-AMT          PIC S9(13)V99 COMP-3.
           05 LMT-NEW-NUM          PIC 9(05) COMP.
           05 LMT-TODAY            PIC 9(06).
      *>   Exception satiri: asilan limitin kanali ('ALL' ya da B/T/X)<*
      *>    ve bu borcla birlikte ulasilan gunluk toplam/adet.        <*
           05 LMT-TAG              PIC X(08).
           05 LMT-RPT-CHAN         PIC X(03).
           05 LMT-RPT-AMT          PIC S9(13)V99 COMP-3.
           05 LMT-RPT-NUM          PIC 9(05) COMP.
           05 LMT-WRK-ID           PIC 9(05).
           05 LMT-WRK-DVZ          PIC 9(03).
           05 LMT-AMT-D            PIC -(12)9.99.
           05 LMT-DAY-D            PIC -(12)9.99.
           05 LMT-NUM-D            PIC 9(05).
      *
             *>*> Para birimi tablosunu tutan Data-Group <*<*
       01  DVZ-CNT                 PIC 9(03) COMP.
             10 FXT-TBL-RATE       PIC 9(07)V9(06).
      *
       01  XTRN-WORK.
           05 FX-TODAY-NUM         PIC 9(08) VALUE ZERO.
           05 FX-LOOKUP-DVZ        PIC 9(03).
           05 FX-LOOKUP-RATE       PIC 9(07)V9(06).
           05 FX-RATE-FOUND-SW     PIC X(01).
             88 FX-RATE-FOUND               VALUE 'Y'.
      *>   Hedef bacagin para birimi: XTRNPROC'ta LN-TRAN-DVZ,        <*
      *>    hesap kapanisinda settlement hesabinin para birimi.        <*
           05 XTRN-TGT-DVZ         PIC 9(03).
           05 XTRN-SRC-RATE        PIC 9(07)V9(06).
           05 XTRN-TGT-RATE        PIC 9(07)V9(06).
           05 XTRN-CONV-AMT        PIC S9(13)V99 COMP-3.
             *>*> olursa kaynak, buradaki orijinal tutarla geri      <*<*
             *>*> yazilir (back-out).                                <*<*
       01  TRAN-WORK.
      *>   Borclanan (kaynak) ve alacaklanan (hedef) hesap anahtarlari,<*
      *>    borc tutari ve onay isareti: TRANPROC/XTRNPROC linkage'dan <*
      *>    doldurur, RVRSPROC ters cevirdigi havalenin bacaklarindan. <*
           05 TRAN-SRC-KEY.
             10 TRAN-SRC-ID        PIC 9(05) COMP-3.
             10 TRAN-SRC-DVZ       PIC 9(03) COMP.
           05 TRAN-TGT-KEY.
             10 TRAN-TGT-ID        PIC 9(05) COMP-3.
             10 TRAN-TGT-DVZ       PIC 9(03) COMP.
           05 TRAN-DEBIT-AMT       PIC S9(13)V99 COMP-3.
           05 TRAN-OVRD-SW         PIC X(01).
             88 TRAN-OVRD-GIVEN             VALUE 'Y'.
           05 TRAN-SRC-FIRSTN      PIC X(15).
           05 TRAN-SRC-LASTN       PIC X(15).
           05 TRAN-SRC-JUL         PIC 9(07) COMP-3.
             88 TRAN-STEP-OK                VALUE 1.
      *>   Hedef hesaba yazilacak alacak tutari: T'de havale tutarinin <*
      *>    kendisi, X'te kurla cevrilmis karsiligi. Journal bacaklari <*
      *>    TRAN-AUD-TYPE ('T', 'X' ya da ters kayitta 'V') ile        <*
      *>    yazilir.                                                   <*
           05 TRAN-CREDIT-AMT      PIC S9(13)V99 COMP-3.
           05 TRAN-AUD-TYPE        PIC X(01).
      *
           05 HOLD-OLD-AMT         PIC S9(13)V99 COMP-3.
           05 HOLD-FOUND-SW        PIC X(01).
             88 HOLD-FOUND                  VALUE 'Y'.
           05 HOLD-TODAY-NUM       PIC 9(08) VALUE ZERO.
      *
             *>*> BUSCAL'a gonderilen is gunu Data-Group'u <*<*
       01  BC-DATA.
           05 BC-IN-DATE           PIC 9(08) VALUE ZERO.
           05 BC-SYS-DATE          PIC 9(08) VALUE ZERO.
           05 BC-BUS-DATE          PIC 9(08) VALUE ZERO.
           05 BC-PREV-DATE         PIC 9(08) VALUE ZERO.
           05 BC-NEXT-DATE         PIC 9(08) VALUE ZERO.
           05 BC-MEND-DATE         PIC 9(08) VALUE ZERO.
           05 BC-DAY-SW            PIC X(01) VALUE 'Y'.
           05 BC-OUT-RC            PIC 9(02) VALUE ZERO.
      *
             *>*> Journal'a yazilacak onaylayici kimligi: her ENTRY  <*<*
             *>*> kendi linkage alanindan doldurur, onay tasimayan   <*<*
             *>*> islemler SPACES birakir.                           <*<*
       01  AUD-APPR-SAVE           PIC X(05) VALUE SPACES.
      *
             *>*> Journal'a yazilacak ters-kayit baglantisi: yalnizca <*<*
             *>*> RVRSPROC kayit yazarken doldurur, hemen ardindan    <*<*
             *>*> sifirlar; diger islemler sifir/bosluk yazar.        <*<*
       01  AUD-LINK-SAVE.
           05 AUD-LINK-SAVE-DATE   PIC 9(06) VALUE ZERO.
           05 AUD-LINK-SAVE-TIME   PIC 9(08) VALUE ZERO.
           05 AUD-LINK-SAVE-TYPE   PIC X(01) VALUE SPACE.
      *
             *>*> Overdraft kontrol/exception-rapor degiskenleri <*<*
       01  OVD-WORK.
      *>   Bakiye ayarlamasinin tutari, onay isareti ve journal tipi: <*
      *>    BALNPROC linkage'dan ('B'), RVRSPROC ters cevirdigi        <*
      *>    ayarlamadan ('V') doldurur.                                <*
           05 BALN-ADJ-AMT         PIC S9(13)V99 COMP-3.
           05 BALN-OVRD-SW         PIC X(01).
             88 BALN-OVRD-GIVEN             VALUE 'Y'.
           05 BALN-AUD-TYPE        PIC X(01).
           05 BALN-NEW-AMT         PIC S9(13)V99 COMP-3.
           05 OVD-TAG              PIC X(08).
           05 OVD-WRK-ID           PIC 9(05).
           05 OVD-WRK-DVZ          PIC 9(03).
           05 OVD-ADJ-D            PIC -(12)9.99.
           05 OVD-RES-D            PIC -(12)9.99.
      *
             *>*> Ters kayit (V) icin journal taramasinin sonucu:    <*<*
             *>*> bulunan orijinal kayit, havalede karsi bacak ve    <*<*
             *>*> bir onceki journal kaydinin ozeti.                 <*<*
       01  RVRS-WORK.
           05 RVS-FOUND-CNT        PIC 9(03) COMP.
           05 RVS-DONE-SW          PIC X(01).
             88 RVS-ALREADY-DONE            VALUE 'Y'.
           05 RVS-NEXT-SW          PIC X(01).
             88 RVS-TAKE-NEXT               VALUE 'Y'.
           05 RVS-PAIR-SW          PIC X(01).
             88 RVS-PAIR-FOUND              VALUE 'Y'.
           05 RVS-ORG-TYPE         PIC X(01).
             88 RVS-ORG-BALANCE             VALUE 'B'.
             88 RVS-ORG-TRANSFER            VALUE 'T' 'X'.
           05 RVS-ORG-MOVE         PIC S9(13)V99 COMP-3.
           05 RVS-PAIR-KEY.
             10 RVS-PAIR-ID        PIC 9(05) COMP-3.
             10 RVS-PAIR-DVZ       PIC 9(03) COMP.
           05 RVS-PAIR-MOVE        PIC S9(13)V99 COMP-3.
           05 RVS-PREV-DATE        PIC 9(06).
           05 RVS-PREV-TIME        PIC 9(08).
           05 RVS-PREV-TYPE        PIC X(01).
           05 RVS-PREV-ID          PIC 9(05).
           05 RVS-PREV-DVZ         PIC 9(03).
           05 RVS-PREV-MOVE        PIC S9(13)V99 COMP-3.
      *>   Orijinalin baglanti tipi: 'C' ==> hesap kapanisinin bir    <*
      *>    adimi (faiz, supurme havalesi); bu kayitlar tek basina    <*
      *>    ters cevrilmez.                                           <*
           05 RVS-ORG-LINK-TYPE    PIC X(01).
             88 RVS-ORG-CLOSURE             VALUE 'C'.
      *>   Onayli ters kayitta borclanacak tutar ve limit sonucu.     <*
           05 RVS-LIMIT-AMT        PIC S9(13)V99 COMP-3.
           05 RVS-LIMIT-SW         PIC X(01).
             88 RVS-OVER-LIMIT              VALUE 'Y'.
      *
      *>   Taranan journal kaydinin ozeti: AUDFILE'dan okunan kayit ya <*
      *>    da deneme kosusunun TRL-AUD-IMAGE tablosundaki kayit.      <*
       01  RVS-CAND.
           05 RVS-CAND-DATE        PIC 9(06).
           05 RVS-CAND-TIME        PIC 9(08).
           05 RVS-CAND-TYPE        PIC X(01).
           05 RVS-CAND-ID          PIC 9(05).
           05 RVS-CAND-DVZ         PIC 9(03).
           05 RVS-CAND-MOVE        PIC S9(13)V99 COMP-3.
           05 RVS-CAND-LINK-DATE   PIC 9(06).
           05 RVS-CAND-LINK-TIME   PIC 9(08).
           05 RVS-CAND-LINK-TYPE   PIC X(01).
      *
             *>*> Hesap kapanisi (CLOSPROC): INTRATE faiz tablosu,   <*<*
             *>*> kismi ay faizi, bakiye supurmesi ve kapanisin tum  <*<*
             *>*> journal adimlarini baglayan kapanis referansi.     <*<*
       01  RATE-CNT                PIC 9(03) COMP VALUE 0.
       01  RATE-TABLE-AREA.
           05 RATE-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON RATE-CNT
                        INDEXED BY RATE-IDX.
             10 RATE-TBL-CODE      PIC 9(03).
             10 RATE-TBL-PCT       PIC 9(03)V9(04).
      *
       01  CLOS-MONTH-DAYS-AREA.
           05 FILLER               PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  CLOS-MONTH-DAYS-TBL REDEFINES CLOS-MONTH-DAYS-AREA.
           05 CLOS-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
      *
       01  CLOS-WORK.
           05 RATE-LOADED-SW       PIC X(01) VALUE 'N'.
             88 RATE-TABLE-LOADED           VALUE 'Y'.
           05 RATE-FOUND-SW        PIC X(01).
             88 RATE-FOUND                  VALUE 'Y'.
           05 CLOS-RATE-PCT        PIC 9(03)V9(04).
           05 CLOS-SO-CNT          PIC 9(05) COMP.
           05 CLOS-REJECT-SW       PIC X(01).
             88 CLOS-REJECTED               VALUE 'Y'.
           05 CLOS-STEP-ST         PIC 9(01).
             88 CLOS-STEP-OK                VALUE 1.
           05 CLOS-INT-SW          PIC X(01).
             88 CLOS-INT-POSTED             VALUE 'Y'.
      *>   Kapanistan once bakiye, kismi ay faizi ve supurulen tutar  <*
           05 CLOS-ORG-AMT         PIC S9(13)V99 COMP-3.
           05 CLOS-INT-AMT         PIC S9(13)V99 COMP-3.
           05 CLOS-SWEEP-AMT       PIC S9(13)V99 COMP-3.
           05 CLOS-BUS-DATE        PIC 9(08).
           05 CLOS-BUS-DATE-R REDEFINES CLOS-BUS-DATE.
             10 CLOS-BUS-YYYY      PIC 9(04).
             10 CLOS-BUS-MM        PIC 9(02).
             10 CLOS-BUS-DD        PIC 9(02).
           05 CLOS-MONTH-LEN       PIC 9(02).
           05 CLOS-INT-DAYS        PIC 9(02).
           05 CLOS-LEAP-QUOT       PIC 9(04) COMP.
           05 CLOS-LEAP-REM4       PIC 9(04) COMP.
           05 CLOS-LEAP-REM100     PIC 9(04) COMP.
           05 CLOS-LEAP-REM400     PIC 9(04) COMP.
      *
              *>*> UST-PROGRAMDAN gonderilen degiskenleri *<*<
                        *> tutan SECTION <*
           05 LN-HOLD-AMOUNT       PIC S9(13)V99 COMP-3.
           05 LN-HOLD-REASON       PIC X(03).
           05 LN-HOLD-EXPIRY       PIC 9(08).
       01  LN-RVRS-DATA.
           05 LN-RVRS-DATE         PIC 9(06).
           05 LN-RVRS-TIME         PIC 9(08).
           05 LN-RVRS-OVRD-IND     PIC X(01).
           05 LN-RVRS-APPR-ID      PIC X(05).
           05 LN-RVRS-ORG-TYPE     PIC X(01).
      *>   Onayli (override) ters kayitta onaylayicinin tutar limiti: <*
      *>    ters cevrilecek hareket bu limiti asarsa RC 84.           <*
           05 LN-RVRS-APPR-LIMIT   PIC 9(13)V99 COMP-3.
      *>   Hesap kapanisi: supurmenin alacaklanacagi settlement     <*
      *>    hesabi, onay, UST-PROGRAM'in PNDFILE'da bu hesap icin     <*
      *>    saydigi bekleyen islem adedi; donuste faiz, settlement'a  <*
      *>    gecen tutar, kapanis referansi ve onayla gecilen engeller.<*
       01  LN-CLOS-DATA.
           05 LN-CLOS-SETL-ID      PIC 9(05) COMP-3.
           05 LN-CLOS-SETL-DVZ     PIC 9(03) COMP.
           05 LN-CLOS-OVRD-IND     PIC X(01).
             88 CLOS-OVRD-AUTH             VALUE 'Y'.
           05 LN-CLOS-APPR-ID      PIC X(05).
           05 LN-CLOS-PND-CNT      PIC 9(05) COMP.
           05 LN-CLOS-INT-AMT      PIC S9(13)V99 COMP-3.
           05 LN-CLOS-CREDIT-AMT   PIC S9(13)V99 COMP-3.
           05 LN-CLOS-REF-DATE     PIC 9(06).
           05 LN-CLOS-REF-TIME     PIC 9(08).
           05 LN-CLOS-BLOCK-FLAGS.
             10 LN-CLOS-HOLD-FLAG  PIC X(01).
             10 LN-CLOS-PND-FLAG   PIC X(01).
             10 LN-CLOS-SO-FLAG    PIC X(01).
      *>   Onayli kapanista onaylayicinin tutar limiti: faiz dahil    <*
      *>    supurulecek bakiye bu limiti asarsa RC 84.                <*
           05 LN-CLOS-APPR-LIMIT   PIC 9(13)V99 COMP-3.
       01  LN-TRL-SUM-DATA.
           05 LN-SUM-TOUCHED       PIC 9(07) COMP.
           05 LN-SUM-CNT           PIC 9(03) COMP.
           05 LN-SUM-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON LN-SUM-CNT
                        INDEXED BY LN-SUM-IDX.
             10 LN-SUM-DVZ         PIC 9(03).
             10 LN-SUM-CUR-CNT     PIC 9(07) COMP.
             10 LN-SUM-CUR-AMT     PIC S9(15)V99 COMP-3.
             10 LN-SUM-PRJ-CNT     PIC 9(07) COMP.
             10 LN-SUM-PRJ-AMT     PIC S9(15)V99 COMP-3.
      ******************************************************************
       PROCEDURE DIVISION USING LN-OUT-MSG-INFO, LN-SUB-IDX-KEY.
      *----------------------------------------------------------------*
      *>    transaction'dan tetiklenir.                               <*
      *----------------------------------------------------------------*
       OPEN-BATCH-FILES.
           IF TRIAL-MODE
             OPEN INPUT IDX-FILE
           ELSE
             OPEN I-O IDX-FILE
           END-IF
           IF NOT IDX-SUCCESS
             DISPLAY '.VSAM FILE CANNOT OPEN: '
             DISPLAY 'IDX-ST: ' IDX-ST
             MOVE IDX-ST TO RETURN-CODE
             PERFORM EXIT-SUBPROG
           END-IF
      *>   Gunluk borc limitleri yuklenir; limit varsa bugunun       <*
      *>    borc toplamlari AUDFILE batch icin acilmadan once kurulur. <*
           IF NOT LMT-TABLE-LOADED
             PERFORM LOAD-LIMIT-TABLE
             IF LMT-CNT IS GREATER THAN ZERO
               PERFORM SEED-LIMIT-TALLY
             END-IF
           END-IF
      *>   Deneme kosusunda AUDFILE'a yazilmaz; yalnizca ters kayit    <*
      *>    (V) aramasi icin okunur.                                   <*
           IF TRIAL-MODE
             OPEN INPUT AUD-FILE
           ELSE
             OPEN EXTEND AUD-FILE
             IF NOT AUD-SUCCESS
               OPEN OUTPUT AUD-FILE
             END-IF
           END-IF
      *>   Blokaj dosyasi da batch boyunca acik tutulur; ilk          <*
      *>    calismada henuz yoksa bos olarak olusturulur. Deneme      <*
      *>    kosusu dosyayi olusturmaz: yoksa blokaj yok sayilir.      <*
           IF TRIAL-MODE
             OPEN INPUT HOLD-FILE
             IF HOLD-SUCCESS
               SET HOLD-FILE-OPEN TO TRUE
             END-IF
           ELSE
             OPEN I-O HOLD-FILE
             IF NOT HOLD-SUCCESS
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
             END-IF
             SET HOLD-FILE-OPEN TO TRUE
           END-IF
           PERFORM LOAD-DVZ-TABLE
           SET FILES-OPEN TO TRUE.
           IF FILES-OPEN
             CLOSE IDX-FILE
             CLOSE AUD-FILE
             IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
             END-IF
             MOVE 'N' TO FILES-OPEN-SW HOLD-OPEN-SW
           END-IF
           MOVE IDX-ST TO LN-OUT-RC
           MOVE ' BATCH FILES CLOSED' TO LN-OUT-MSG
           PERFORM EXIT-SUBPROG.
      *====
      *================================================================*
      *>   Deneme (trial) kosusu handshake'i: SUBBEGIN yerine cagrilir.<*
      *>    Dosyalar salt-okunur acilir; transaction ENTRY'leri ayni   <*
      *>    dogrulama yolunu (para birimi, kapali/bloke hesap,         <*
      *>    overdraft, blokaj, havale) calistirir ama IDX-FILE,        <*
      *>    HOLD-FILE ve AUDFILE'a yazmak yerine sonucu bellek         <*
      *>    tablolarina isler. Gercek batch acildiktan sonra deneme    <*
      *>    moduna gecilemez.                                          <*
      *================================================================*
           ENTRY 'SUBTRIAL' USING LN-OUT-MSG-INFO.
      *----------------------------------------------------------------*
           MOVE '-TRIL-RC:' TO LN-OUT-RROC-TYP
           IF FILES-OPEN AND NOT TRIAL-MODE
             MOVE 96 TO LN-OUT-RC
             MOVE ' BATCH ALREADY LIVE' TO LN-OUT-MSG
           ELSE
             SET TRIAL-MODE TO TRUE
             IF NOT FILES-OPEN
               PERFORM OPEN-BATCH-FILES
             END-IF
             IF IDX-SUCCESS
               MOVE 00 TO LN-OUT-RC
             ELSE
               MOVE IDX-ST TO LN-OUT-RC
             END-IF
             MOVE ' TRIAL FILES OPENED' TO LN-OUT-MSG
           END-IF
           SET EXIT-PROG TO TRUE.
           PERFORM EXIT-SUBPROG.
      *----
      *----------------------------------------------------------------*
      *>   Deneme kosusunun para birimi bazinda bakiye projeksiyonu:   <*
      *>    IDX-FILE sirali taranarak her para biriminin canli hesap   <*
      *>    sayisi ve bakiye toplami bulunur; ardindan batch icinde    <*
      *>    degisen her kaydin eski tutari dusulup yeni tutari         <*
      *>    eklenerek gercek kosu sonundaki toplam hesaplanir. SUBEND  <*
      *>    oncesinde cagrilmalidir.                                   <*
      *----------------------------------------------------------------*
           ENTRY 'TRLSUMM' USING LN-OUT-MSG-INFO, LN-TRL-SUM-DATA.
      *----------------------------------------------------------------*
           MOVE '-TSUM-RC:' TO LN-OUT-RROC-TYP
           MOVE 0 TO LN-SUM-CNT LN-SUM-TOUCHED
           IF NOT TRIAL-MODE OR NOT FILES-OPEN
             MOVE 96 TO LN-OUT-RC
             MOVE ' NOT A TRIAL RUN' TO LN-OUT-MSG
           ELSE
             PERFORM SCAN-LIVE-BALANCES
             PERFORM APPLY-TRIAL-CHANGES
             MOVE 00 TO LN-OUT-RC
             MOVE ' PROJECTION BUILT' TO LN-OUT-MSG
           END-IF
           SET EXIT-PROG TO TRUE.
           PERFORM EXIT-SUBPROG.
      *====
      *================================================================*
      *>   ENTRY point ==> Sub-programda alternatif bir giris noktasi 
      *>     olusturur. Ust-programda bu ENTRY point belirtilirse
      *>     alt-program direkt bu ENRTY noktasindan baslar.
                                   LN-READ-DATA.
      *----------------------------------------------------------------*
           PERFORM FILE-OPEN-CONTROL
           PERFORM READ-IDX-RECORD
           IF IDX-SUCCESS
             MOVE ' RECORD READ' TO LN-OUT-MSG
             MOVE IDX-FIRSTN TO LN-READ-FIRSTN
             MOVE IDX-LASTN  TO LN-READ-LASTN
             MOVE IDX-JUL    TO LN-READ-JUL
             MOVE IDX-AMOUNT TO LN-READ-AMOUNT
           ELSE
             MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
           END-IF.
           MOVE '-READ-RC:' TO LN-OUT-RROC-TYP
           MOVE IDX-ST TO LN-OUT-RC
           SET EXIT-PROG TO TRUE.
             MOVE ' INVALID CURRENCY CODE' TO LN-OUT-MSG
           ELSE
             PERFORM FILE-OPEN-CONTROL
             PERFORM READ-IDX-RECORD
             IF NOT IDX-SUCCESS
               MOVE LN-WRIT-FIRSTN TO IDX-FIRSTN
               MOVE LN-WRIT-LASTN  TO IDX-LASTN
               MOVE LN-WRIT-JUL    TO IDX-JUL
      *>    demografi sonradan 'M' (maintenance) islemiyle doldurulur.<*
               MOVE SPACES TO IDX-DEMOG
               MOVE 'A'    TO IDX-STATUS
             END-IF
             PERFORM WRITE-IDX-RECORD
             IF NOT IDX-SUCCESS
                MOVE ' DUPLICATE RECORD' TO LN-OUT-MSG
             ELSE
                MOVE ' NEW RECORD ADDED' TO LN-OUT-MSG
                MOVE 'W' TO AUD-PROC-TYPE
                MOVE SPACES TO AUD-BEF-FIRSTN AUD-BEF-LASTN
                MOVE LN-WRIT-AMOUNT TO AUD-AFT-AMOUNT
                PERFORM MOVE-AFT-IMAGE-DEMOG
                PERFORM WRITE-AUDIT-RECORD
             END-IF
             MOVE '-WRIT-RC:' TO LN-OUT-RROC-TYP
             MOVE IDX-ST TO LN-OUT-RC
           END-IF.
               PERFORM FILE-OPEN-CONTROL
               MOVE 0 TO UPDT-APPLY-ST
               MOVE 0 TO UPDTE-PRC-ST
               PERFORM READ-IDX-RECORD
               IF IDX-SUCCESS
                 IF IDX-STS-CLOSED AND NOT UPDT-OVRD-AUTH
                   SET UPDT-STS-REJECTED TO TRUE
                 ELSE
                     PERFORM REPLACING-CHR
                   END-IF
                 END-IF
               END-IF
               MOVE '-UPDT-RC:' TO LN-OUT-RROC-TYP
               EVALUATE TRUE
               WHEN UPDT-STS-REJECTED
                 MOVE 91 TO LN-OUT-RC
                 MOVE ' ACCOUNT CLOSED' TO LN-OUT-MSG
               WHEN UPDT-DO-APPLY
                 PERFORM REWRITE-IDX-RECORD
                 IF NOT IDX-SUCCESS
                   MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
                 ELSE
                   IF UPDT-ALREADY
                     MOVE ' ALREADY UPDATED' TO LN-OUT-MSG
                   ELSE
                   MOVE IDX-AMOUNT TO AUD-AFT-AMOUNT
                   PERFORM MOVE-AFT-IMAGE-DEMOG
                   PERFORM WRITE-AUDIT-RECORD
                 END-IF
                 MOVE IDX-ST TO LN-OUT-RC
               WHEN OTHER
                 MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
           MOVE LN-DELT-APPR-ID TO AUD-APPR-SAVE
           PERFORM FILE-OPEN-CONTROL
           MOVE 0 TO DELT-APPLY-ST
           PERFORM READ-IDX-RECORD
           IF IDX-SUCCESS
             IF IDX-STS-CLOSED AND NOT DELT-OVRD-AUTH
               SET DELT-STS-REJECTED TO TRUE
             ELSE
               MOVE IDX-AMOUNT TO AUD-BEF-AMOUNT
               PERFORM MOVE-BEF-IMAGE-DEMOG
             END-IF
           END-IF
           MOVE '-DELT-RC:' TO LN-OUT-RROC-TYP
           EVALUATE TRUE
           WHEN DELT-STS-REJECTED
             MOVE 91 TO LN-OUT-RC
             MOVE ' ACCOUNT CLOSED' TO LN-OUT-MSG
           WHEN DELT-DO-APPLY
             PERFORM DELETE-IDX-RECORD
             IF NOT IDX-SUCCESS
               MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
             ELSE
               MOVE ' RECORD DELETED' TO LN-OUT-MSG
               MOVE 'D' TO AUD-PROC-TYPE
               MOVE SPACES TO AUD-AFT-FIRSTN AUD-AFT-LASTN
               MOVE 0 TO AUD-AFT-JUL AUD-AFT-AMOUNT
               PERFORM CLEAR-AFT-IMAGE-DEMOG
               PERFORM WRITE-AUDIT-RECORD
             END-IF
             MOVE IDX-ST TO LN-OUT-RC
           WHEN OTHER
             MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
      *>    islem REWRITE yapilmadan RC 92 ile reddedilir; yalnizca    <*
      *>    LN-OVRD-IND='Y' (yetkili onayi) ile gecirilir. Reddedilen  <*
      *>    ve onayla gecirilen tum ayarlamalar OVD-FILE'a raporlanir. <*
      *>   Borc (negatif ayarlama) hesabin gunluk kumulatif limitini   <*
      *>    asarsa RC 79 ile reddedilir; yine yalnizca yetkili onayi   <*
      *>    ile gecirilir ve her iki durum LMTEXCPT'ye raporlanir.     <*
      *----------------------------------------------------------------*
           ENTRY 'BALNPROC' USING LN-OUT-MSG-INFO, LN-SUB-IDX-KEY,
                                   LN-BALN-DATA.
      *----------------------------------------------------------------*
           MOVE LN-BALN-APPR-ID TO AUD-APPR-SAVE
           MOVE LN-ADJ-AMOUNT   TO BALN-ADJ-AMT
           MOVE LN-OVRD-IND     TO BALN-OVRD-SW
           MOVE 'B'             TO BALN-AUD-TYPE
           MOVE '-BALN-RC:' TO LN-OUT-RROC-TYP
           PERFORM FILE-OPEN-CONTROL
           PERFORM APPLY-BALANCE-ADJUST
           SET EXIT-PROG TO TRUE.
           PERFORM EXIT-SUBPROG.
      *----
           END-IF
           MOVE 'T' TO TRAN-AUD-TYPE
           MOVE LN-TRAN-APPR-ID TO AUD-APPR-SAVE
           PERFORM SET-TRAN-FROM-LINKAGE
           MOVE LN-TRAN-AMOUNT TO TRAN-CREDIT-AMT
           PERFORM EXECUTE-TRANSFER
           SET EXIT-PROG TO TRUE.
             SET EXIT-PROG TO TRUE
             PERFORM EXIT-SUBPROG
           END-IF
           MOVE LN-TRAN-DVZ TO XTRN-TGT-DVZ
           PERFORM RESOLVE-XTRN-RATES
           IF NOT XTRN-RATES-OK
             MOVE 88 TO LN-OUT-RC
                   LN-TRAN-AMOUNT * XTRN-SRC-RATE / XTRN-TGT-RATE
           MOVE 'X' TO TRAN-AUD-TYPE
           MOVE LN-TRAN-APPR-ID TO AUD-APPR-SAVE
           PERFORM SET-TRAN-FROM-LINKAGE
           MOVE XTRN-CONV-AMT TO TRAN-CREDIT-AMT
           PERFORM EXECUTE-TRANSFER
           SET EXIT-PROG TO TRUE.
           MOVE SPACES TO AUD-APPR-SAVE
           PERFORM FILE-OPEN-CONTROL
           MOVE 0 TO MANT-APPLY-ST
           PERFORM READ-IDX-RECORD
           IF IDX-SUCCESS
             IF NOT MANT-STS-GIVEN AND NOT MANT-STS-EMPTY
               SET MANT-STS-REJECTED TO TRUE
             ELSE
               PERFORM MOVE-BEF-IMAGE-DEMOG
               PERFORM APPLY-MAINT-FIELDS
             END-IF
           END-IF
           MOVE '-MANT-RC:' TO LN-OUT-RROC-TYP
           EVALUATE TRUE
           WHEN MANT-STS-REJECTED
             MOVE 96 TO LN-OUT-RC
             MOVE ' INVALID STATUS CODE' TO LN-OUT-MSG
           WHEN MANT-DO-APPLY
             PERFORM REWRITE-IDX-RECORD
             IF NOT IDX-SUCCESS
               MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
             ELSE
               MOVE ' MAINT APPLIED' TO LN-OUT-MSG
               MOVE 'M' TO AUD-PROC-TYPE
               MOVE IDX-FIRSTN TO AUD-AFT-FIRSTN
               MOVE IDX-AMOUNT TO AUD-AFT-AMOUNT
               PERFORM MOVE-AFT-IMAGE-DEMOG
               PERFORM WRITE-AUDIT-RECORD
             END-IF
             MOVE IDX-ST TO LN-OUT-RC
           WHEN OTHER
             MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
           MOVE SPACES TO AUD-APPR-SAVE
           PERFORM FILE-OPEN-CONTROL
           MOVE '-HOLD-RC:' TO LN-OUT-RROC-TYP
           PERFORM READ-IDX-RECORD
           IF NOT IDX-SUCCESS
             MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
             MOVE IDX-ST TO LN-OUT-RC
           ELSE
             MOVE IDX-FIRSTN TO AUD-BEF-FIRSTN AUD-AFT-FIRSTN
             MOVE IDX-LASTN  TO AUD-BEF-LASTN  AUD-AFT-LASTN
             MOVE IDX-JUL    TO AUD-BEF-JUL    AUD-AFT-JUL
             PERFORM MOVE-BEF-IMAGE-DEMOG
             PERFORM MOVE-AFT-IMAGE-DEMOG
             PERFORM APPLY-HOLD-ACTION
           END-IF
           SET EXIT-PROG TO TRUE.
           PERFORM EXIT-SUBPROG.
      *----
      *----------------------------------------------------------------*
      *>   Ters kayit (V): daha once yapilmis bir B, T ya da X         <*
      *>    isleminin etkisini geri alir. Orijinal islem journal      <*
      *>    damgasi (LN-RVRS-DATE/TIME) ve hesap anahtari ile verilir  <*
      *>    ve canli AUDFILE'da aranir (AUDARCH ile arsive kesilmis    <*
      *>    kayitlar ters cevrilemez).                                 <*
      *>     B   ==> orijinal hareketin tersi ayni hesaba uygulanir,   <*
      *>     T/X ==> iki bacak birlikte ters cevrilir: orijinal hedef  <*
      *>             aldigi tutar kadar borclanir, orijinal kaynak     <*
      *>             verdigi tutar kadar alacaklanir (X'te iki bacak   <*
      *>             da kendi para birimindeki GERCEK tutarla doner;   <*
      *>             bugunun kuru kullanilmaz).                        <*
      *>    Kapali/bloke hesap, overdraft ve blokaj kontrolleri normal <*
      *>    islemdeki gibi uygulanir; yalnizca onay ile gecilir.       <*
      *>    Her journal kaydi 'V' tipiyle, AUD-LINK-REF alaninda       <*
      *>    orijinalin damgasi ve tipi ile yazilir. Bir islem yalnizca <*
      *>    bir kez ters cevrilir; V kaydi ters cevrilemez. Hesap      <*
      *>    kapanisina bagli kayitlar (baglanti tipi 'C') tek tek ters <*
      *>    cevrilemez; kapanis geri alinacaksa manuel duzeltilir.     <*
      *>    RC 82 orijinal yok, 81 zaten ters cevrilmis, 80 tip ters   <*
      *>    cevrilemez / damga birden fazla kayda uyuyor, 84 onayli    <*
      *>    ters kayitta tutar onaylayicinin limitini asiyor.          <*
      *----------------------------------------------------------------*
           ENTRY 'RVRSPROC' USING LN-OUT-MSG-INFO, LN-SUB-IDX-KEY,
                                   LN-RVRS-DATA.
      *----------------------------------------------------------------*
           MOVE '-RVRS-RC:' TO LN-OUT-RROC-TYP
           MOVE LN-RVRS-APPR-ID TO AUD-APPR-SAVE
           PERFORM FILE-OPEN-CONTROL
           PERFORM FIND-REVERSAL-ORIGINAL
           PERFORM CHECK-REVERSAL-APPR-LIMIT
           MOVE RVS-ORG-TYPE TO LN-RVRS-ORG-TYPE
           EVALUATE TRUE
           WHEN RVS-FOUND-CNT IS EQUAL TO ZERO
             MOVE 82 TO LN-OUT-RC
             MOVE ' ORIGINAL NOT FOUND' TO LN-OUT-MSG
           WHEN RVS-FOUND-CNT IS GREATER THAN 1
             MOVE 80 TO LN-OUT-RC
             MOVE ' ORIGINAL AMBIGUOUS' TO LN-OUT-MSG
           WHEN RVS-ALREADY-DONE
             MOVE 81 TO LN-OUT-RC
             MOVE ' ALREADY REVERSED' TO LN-OUT-MSG
           WHEN RVS-ORG-CLOSURE
             MOVE 80 TO LN-OUT-RC
             MOVE ' CLOSURE STEP' TO LN-OUT-MSG
           WHEN RVS-OVER-LIMIT
             MOVE 84 TO LN-OUT-RC
             MOVE ' APPROVER LIMIT EXCD' TO LN-OUT-MSG
           WHEN RVS-ORG-BALANCE
             PERFORM REVERSE-BALANCE
           WHEN RVS-ORG-TRANSFER AND RVS-PAIR-FOUND
             PERFORM REVERSE-TRANSFER
           WHEN RVS-ORG-TRANSFER
             MOVE 82 TO LN-OUT-RC
             MOVE ' TRANSFER LEG MISSING' TO LN-OUT-MSG
           WHEN OTHER
             MOVE 80 TO LN-OUT-RC
             MOVE ' TYPE NOT REVERSIBLE' TO LN-OUT-MSG
           END-EVALUATE
           SET EXIT-PROG TO TRUE.
           PERFORM EXIT-SUBPROG.
      *----
      *----------------------------------------------------------------*
      *>   Hesap kapanisi (C): hesap, LN-CLOS-DATA'daki settlement     <*
      *>    hesabi adina kapatilir. Sirasiyla:                         <*
      *>     1) aktif blokaj, PNDFILE'da bekleyen islem ya da aktif/   <*
      *>        askidaki duzenli odeme talimati varsa kapanis, onay    <*
      *>        yoksa RC 78 ile reddedilir (onayla gecilen engeller    <*
      *>        LN-CLOS-BLOCK-FLAGS ile bildirilir),                   <*
      *>     2) INTRATE oranindan ayin gecen gunleri kadar kismi ay    <*
      *>        faizi 'I' olarak yazilir,                              <*
      *>     3) kalan bakiye settlement hesabina havale edilir (para   <*
      *>        birimi farkliysa FXRATE kuruyla 'X', ayniysa 'T'),     <*
      *>     4) IDX-STATUS 'C' yapilir ve 'C' journal kaydi yazilir.   <*
      *>    Tum adimlarin journal kayitlari AUD-LINK-REF'te ayni       <*
      *>    kapanis referansini (tarih/saat, tip 'C') tasir; referans  <*
      *>    UST-PROGRAM'a LN-CLOS-REF-DATE/TIME ile doner. Eksi        <*
      *>    bakiyeli hesap kapatilmaz (RC 92): once borc kapatilir.    <*
      *>    Bloke hesap (RC 86) onayla da kapatilmaz; once blokesi     <*
      *>    kaldirilir. Onayli kapanista faiz dahil supurulecek bakiye <*
      *>    onaylayicinin limitini asarsa RC 84 verilir.               <*
      *>    Ay sonu is gununde kapanan hesaba tam ay faizi odenir;     <*
      *>    INTACCR kapali hesaplari atladigindan cift faiz olmaz.     <*
      *----------------------------------------------------------------*
           ENTRY 'CLOSPROC' USING LN-OUT-MSG-INFO, LN-SUB-IDX-KEY,
                                   LN-CLOS-DATA.
      *----------------------------------------------------------------*
           MOVE '-CLOS-RC:' TO LN-OUT-RROC-TYP
           MOVE ZERO   TO LN-CLOS-INT-AMT LN-CLOS-CREDIT-AMT
                          LN-CLOS-REF-DATE LN-CLOS-REF-TIME
           MOVE SPACES TO LN-CLOS-BLOCK-FLAGS
           IF LN-SUB-IDX-ID IS EQUAL TO LN-CLOS-SETL-ID
             AND LN-SUB-IDX-DVZ IS EQUAL TO LN-CLOS-SETL-DVZ
             MOVE 93 TO LN-OUT-RC
             MOVE ' SOURCE = TARGET KEY' TO LN-OUT-MSG
             SET EXIT-PROG TO TRUE
             PERFORM EXIT-SUBPROG
           END-IF
           MOVE LN-CLOS-APPR-ID TO AUD-APPR-SAVE
           PERFORM FILE-OPEN-CONTROL
           MOVE 'N' TO CLOS-REJECT-SW
           PERFORM CHECK-CLOSURE-ACCOUNT
           IF NOT CLOS-REJECTED AND CLOS-OVRD-AUTH
             PERFORM CHECK-CLOSURE-APPR-LIMIT
           END-IF
           IF NOT CLOS-REJECTED
             PERFORM CHECK-SETTLEMENT-ACCOUNT
           END-IF
           IF NOT CLOS-REJECTED
             PERFORM APPLY-ACCOUNT-CLOSURE
           END-IF
           SET EXIT-PROG TO TRUE.
           PERFORM EXIT-SUBPROG.
      *----
      *----------------------------------------------------------------*
      *>   Havale / capraz-kur havale linkage alanlari, transfer       <*
      *>    paragraflarinin kullandigi TRAN-WORK alanlarina tasinir.   <*
      *----------------------------------------------------------------*
       SET-TRAN-FROM-LINKAGE.
           MOVE LN-SUB-IDX-KEY   TO TRAN-SRC-KEY
           MOVE LN-TRAN-ID       TO TRAN-TGT-ID
           MOVE LN-TRAN-DVZ      TO TRAN-TGT-DVZ
           MOVE LN-TRAN-AMOUNT   TO TRAN-DEBIT-AMT
           MOVE LN-TRAN-OVRD-IND TO TRAN-OVRD-SW.
       SET-TRAN-FROM-LINKAGE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   BALNPROC'un govdesi (RVRSPROC da 'B' ters kaydinda         <*
      *>    kullanir): IDX-KEY'deki hesaba BALN-ADJ-AMT eklenir,       <*
      *>    journal BALN-AUD-TYPE ile yazilir.                         <*
      *----------------------------------------------------------------*
       APPLY-BALANCE-ADJUST.
           MOVE 0 TO BALN-PRC-ST
           PERFORM READ-IDX-RECORD
           IF IDX-SUCCESS
             MOVE IDX-FIRSTN TO AUD-BEF-FIRSTN
             MOVE IDX-LASTN  TO AUD-BEF-LASTN
             MOVE IDX-JUL    TO AUD-BEF-JUL
             MOVE IDX-AMOUNT TO AUD-BEF-AMOUNT
             PERFORM MOVE-BEF-IMAGE-DEMOG
             MOVE IDX-AMOUNT TO LN-AMT-BEFORE
             COMPUTE BALN-NEW-AMT = IDX-AMOUNT + BALN-ADJ-AMT
             IF IDX-STS-CLOSED AND NOT BALN-OVRD-GIVEN
               SET BALN-STS-REJECTED TO TRUE
               MOVE IDX-AMOUNT TO LN-AMT-AFTER
             ELSE
               PERFORM BALN-CHECK-FUNDS
             END-IF
           END-IF
           EVALUATE TRUE
           WHEN BALN-STS-REJECTED
             MOVE 91 TO LN-OUT-RC
             MOVE ' ACCOUNT CLOSED' TO LN-OUT-MSG
           WHEN BALN-BLK-REJECTED
             MOVE 86 TO LN-OUT-RC
             MOVE ' ACCOUNT BLOCKED' TO LN-OUT-MSG
           WHEN BALN-HOLD-REJECTED
             MOVE 87 TO LN-OUT-RC
             MOVE ' HOLD RESTRICTED' TO LN-OUT-MSG
           WHEN BALN-LMT-REJECTED
             MOVE 79 TO LN-OUT-RC
             MOVE ' OVER DAILY LIMIT' TO LN-OUT-MSG
           WHEN BALN-REJECTED
             MOVE 92 TO LN-OUT-RC
             MOVE ' OVERDRAFT REJECTED' TO LN-OUT-MSG
           WHEN BALN-DO-APPLY
             PERFORM REWRITE-IDX-RECORD
             IF NOT IDX-SUCCESS
               MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
             ELSE
               MOVE ' BALANCE ADJUSTED' TO LN-OUT-MSG
               IF LMT-DEBIT-SUBJECT
                 PERFORM RECORD-DEBIT-TALLY
               END-IF
               MOVE BALN-AUD-TYPE TO AUD-PROC-TYPE
               MOVE IDX-FIRSTN TO AUD-AFT-FIRSTN
               MOVE IDX-LASTN  TO AUD-AFT-LASTN
               MOVE IDX-JUL    TO AUD-AFT-JUL
               MOVE IDX-AMOUNT TO AUD-AFT-AMOUNT
               PERFORM MOVE-AFT-IMAGE-DEMOG
               PERFORM WRITE-AUDIT-RECORD
             END-IF
             MOVE IDX-ST TO LN-OUT-RC
           WHEN OTHER
             MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
             MOVE IDX-ST TO LN-OUT-RC
           END-EVALUATE.
       APPLY-BALANCE-ADJUST-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Ters kaydin orijinali canli journal'da aranir. AUD-FILE     <*
      *>    batch boyunca EXTEND acik oldugundan tarama icin kapatilip <*
      *>    INPUT acilir, bitince yeniden EXTEND acilir (deneme        <*
      *>    kosusunda yeniden INPUT). Deneme kosusunda journal'dan     <*
      *>    sonra TRL-AUD tablosu da ayni sirayla taranir; boylece     <*
      *>    ayni dosyada once denenen islemler ve V kayitlari gercek   <*
      *>    kosudaki gibi gorulur.                                     <*
      *>    Havalede karsi bacak, WRITE-TRAN-AUDIT-PAIR'in yazim       <*
      *>    sirasindan bulunur: borc bacagi (tutari dusen) once, alacak<*
      *>    bacagi hemen sonra ve ayni damga/tiple yazilir.            <*
      *----------------------------------------------------------------*
       FIND-REVERSAL-ORIGINAL.
           MOVE 0     TO RVS-FOUND-CNT
           MOVE 'N'   TO RVS-DONE-SW RVS-NEXT-SW RVS-PAIR-SW
           MOVE SPACE TO RVS-ORG-TYPE RVS-PREV-TYPE RVS-ORG-LINK-TYPE
           MOVE ZERO  TO RVS-ORG-MOVE RVS-PAIR-MOVE RVS-PAIR-KEY
                         RVS-PREV-DATE RVS-PREV-TIME
                         RVS-PREV-ID RVS-PREV-DVZ RVS-PREV-MOVE
           CLOSE AUD-FILE
           OPEN INPUT AUD-FILE
           IF AUD-SUCCESS
             READ AUD-FILE
             PERFORM UNTIL NOT AUD-SUCCESS
               PERFORM SET-RVS-CAND-FROM-AUD
               PERFORM CHECK-REVERSAL-CANDIDATE
               READ AUD-FILE
             END-PERFORM
             CLOSE AUD-FILE
           END-IF
           IF TRIAL-MODE AND TRL-AUD-CNT IS GREATER THAN ZERO
             PERFORM CHECK-TRIAL-AUD-CANDIDATE
               VARYING TRL-AX FROM 1 BY 1
               UNTIL TRL-AX IS GREATER THAN TRL-AUD-CNT
           END-IF
           IF TRIAL-MODE
             OPEN INPUT AUD-FILE
           ELSE
             OPEN EXTEND AUD-FILE
             IF NOT AUD-SUCCESS
               OPEN OUTPUT AUD-FILE
             END-IF
           END-IF.
       FIND-REVERSAL-ORIGINAL-END. EXIT.
      *----
      *----------------------------------------------------------------*
       CHECK-REVERSAL-CANDIDATE.
      *>   Bir onceki kayit orijinalin borc bacagiysa bu kayit alacak  <*
      *>    bacagidir (ayni damga ve tip tasimasi sartiyla).           <*
           IF RVS-TAKE-NEXT
             MOVE 'N' TO RVS-NEXT-SW
             IF RVS-CAND-DATE IS EQUAL TO LN-RVRS-DATE
               AND RVS-CAND-TIME IS EQUAL TO LN-RVRS-TIME
               AND RVS-CAND-TYPE IS EQUAL TO RVS-ORG-TYPE
               SET RVS-PAIR-FOUND TO TRUE
               MOVE RVS-CAND-ID   TO RVS-PAIR-ID
               MOVE RVS-CAND-DVZ  TO RVS-PAIR-DVZ
               MOVE RVS-CAND-MOVE TO RVS-PAIR-MOVE
             END-IF
           END-IF
           IF RVS-CAND-DATE IS EQUAL TO LN-RVRS-DATE
             AND RVS-CAND-TIME IS EQUAL TO LN-RVRS-TIME
             AND RVS-CAND-ID IS EQUAL TO LN-SUB-IDX-ID
             AND RVS-CAND-DVZ IS EQUAL TO LN-SUB-IDX-DVZ
             ADD 1 TO RVS-FOUND-CNT
             MOVE RVS-CAND-TYPE      TO RVS-ORG-TYPE
             MOVE RVS-CAND-LINK-TYPE TO RVS-ORG-LINK-TYPE
             MOVE RVS-CAND-MOVE      TO RVS-ORG-MOVE
             IF RVS-ORG-TRANSFER
               IF RVS-ORG-MOVE IS LESS THAN ZERO
                 SET RVS-TAKE-NEXT TO TRUE
               ELSE
                 IF RVS-PREV-DATE IS EQUAL TO RVS-CAND-DATE
                   AND RVS-PREV-TIME IS EQUAL TO RVS-CAND-TIME
                   AND RVS-PREV-TYPE IS EQUAL TO RVS-CAND-TYPE
                   SET RVS-PAIR-FOUND TO TRUE
                   MOVE RVS-PREV-ID   TO RVS-PAIR-ID
                   MOVE RVS-PREV-DVZ  TO RVS-PAIR-DVZ
                   MOVE RVS-PREV-MOVE TO RVS-PAIR-MOVE
                 END-IF
               END-IF
             END-IF
           END-IF
      *>   Ayni damgaya bagli, ayni hesapta bir V kaydi varsa islem    <*
      *>    zaten ters cevrilmistir (havalede iki bacak da V alir).    <*
           IF RVS-CAND-TYPE IS EQUAL TO 'V'
             AND RVS-CAND-LINK-DATE IS EQUAL TO LN-RVRS-DATE
             AND RVS-CAND-LINK-TIME IS EQUAL TO LN-RVRS-TIME
             AND RVS-CAND-ID IS EQUAL TO LN-SUB-IDX-ID
             AND RVS-CAND-DVZ IS EQUAL TO LN-SUB-IDX-DVZ
             SET RVS-ALREADY-DONE TO TRUE
           END-IF
           MOVE RVS-CAND-DATE TO RVS-PREV-DATE
           MOVE RVS-CAND-TIME TO RVS-PREV-TIME
           MOVE RVS-CAND-TYPE TO RVS-PREV-TYPE
           MOVE RVS-CAND-ID   TO RVS-PREV-ID
           MOVE RVS-CAND-DVZ  TO RVS-PREV-DVZ
           MOVE RVS-CAND-MOVE TO RVS-PREV-MOVE.
       CHECK-REVERSAL-CANDIDATE-END. EXIT.
      *----
       CHECK-TRIAL-AUD-CANDIDATE.
           MOVE TRL-AUD-IMAGE(TRL-AX) TO RVS-CAND
           PERFORM CHECK-REVERSAL-CANDIDATE.
       CHECK-TRIAL-AUD-CANDIDATE-END. EXIT.
      *----
       SET-RVS-CAND-FROM-AUD.
           MOVE AUD-DATE      TO RVS-CAND-DATE
           MOVE AUD-TIME      TO RVS-CAND-TIME
           MOVE AUD-PROC-TYPE TO RVS-CAND-TYPE
           MOVE AUD-IDX-ID    TO RVS-CAND-ID
           MOVE AUD-IDX-DVZ   TO RVS-CAND-DVZ
           COMPUTE RVS-CAND-MOVE = AUD-AFT-AMOUNT - AUD-BEF-AMOUNT
           MOVE AUD-LINK-DATE TO RVS-CAND-LINK-DATE
           MOVE AUD-LINK-TIME TO RVS-CAND-LINK-TIME
           MOVE AUD-LINK-TYPE TO RVS-CAND-LINK-TYPE.
       SET-RVS-CAND-FROM-AUD-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Onayli ters kayitta limit, ters kaydin borclayacagi tutara  <*
      *>    uygulanir: 'B'de orijinal hareketin mutlak degeri, havalede<*
      *>    orijinalin alacak bacagi (ters kayitta borclanan taraf).   <*
      *----------------------------------------------------------------*
       CHECK-REVERSAL-APPR-LIMIT.
           MOVE 'N'  TO RVS-LIMIT-SW
           MOVE ZERO TO RVS-LIMIT-AMT
           IF LN-RVRS-OVRD-IND IS EQUAL TO 'Y'
             EVALUATE TRUE
             WHEN RVS-ORG-TRANSFER AND RVS-ORG-MOVE IS LESS THAN ZERO
               MOVE RVS-PAIR-MOVE TO RVS-LIMIT-AMT
             WHEN RVS-ORG-MOVE IS LESS THAN ZERO
               COMPUTE RVS-LIMIT-AMT = 0 - RVS-ORG-MOVE
             WHEN OTHER
               MOVE RVS-ORG-MOVE TO RVS-LIMIT-AMT
             END-EVALUATE
             IF RVS-LIMIT-AMT IS GREATER THAN LN-RVRS-APPR-LIMIT
               SET RVS-OVER-LIMIT TO TRUE
             END-IF
           END-IF.
       CHECK-REVERSAL-APPR-LIMIT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   'B' ters kaydi: orijinal hareketin eksi isaretlisi ayni     <*
      *>    hesaba BALNPROC'un govdesiyle uygulanir.                   <*
      *----------------------------------------------------------------*
       REVERSE-BALANCE.
           MOVE LN-SUB-IDX-KEY TO IDX-KEY
           COMPUTE BALN-ADJ-AMT = 0 - RVS-ORG-MOVE
           MOVE LN-RVRS-OVRD-IND TO BALN-OVRD-SW
           MOVE 'V' TO BALN-AUD-TYPE
           PERFORM SET-REVERSAL-LINK
           PERFORM APPLY-BALANCE-ADJUST
           PERFORM CLEAR-REVERSAL-LINK
           IF BALN-DO-APPLY AND LN-OUT-RC IS EQUAL TO ZERO
             MOVE ' BALANCE REVERSED' TO LN-OUT-MSG
           END-IF.
       REVERSE-BALANCE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   'T'/'X' ters kaydi: orijinal hedef borclanan, orijinal      <*
      *>    kaynak alacaklanan taraf olur; tutarlar journal'daki       <*
      *>    orijinal bacak hareketleridir.                             <*
      *----------------------------------------------------------------*
       REVERSE-TRANSFER.
           IF RVS-ORG-MOVE IS LESS THAN ZERO
             MOVE RVS-PAIR-KEY   TO TRAN-SRC-KEY
             MOVE LN-SUB-IDX-KEY TO TRAN-TGT-KEY
             MOVE RVS-PAIR-MOVE  TO TRAN-DEBIT-AMT
             COMPUTE TRAN-CREDIT-AMT = 0 - RVS-ORG-MOVE
           ELSE
             MOVE LN-SUB-IDX-KEY TO TRAN-SRC-KEY
             MOVE RVS-PAIR-KEY   TO TRAN-TGT-KEY
             MOVE RVS-ORG-MOVE   TO TRAN-DEBIT-AMT
             COMPUTE TRAN-CREDIT-AMT = 0 - RVS-PAIR-MOVE
           END-IF
           MOVE LN-RVRS-OVRD-IND TO TRAN-OVRD-SW
           MOVE 'V' TO TRAN-AUD-TYPE
           PERFORM SET-REVERSAL-LINK
           PERFORM EXECUTE-TRANSFER
           PERFORM CLEAR-REVERSAL-LINK
           IF TRAN-STEP-OK AND LN-OUT-RC IS EQUAL TO ZERO
             MOVE ' TRANSFER REVERSED' TO LN-OUT-MSG
           END-IF.
       REVERSE-TRANSFER-END. EXIT.
      *----
      *----------------------------------------------------------------*
       SET-REVERSAL-LINK.
           MOVE LN-RVRS-DATE TO AUD-LINK-SAVE-DATE
           MOVE LN-RVRS-TIME TO AUD-LINK-SAVE-TIME
           MOVE RVS-ORG-TYPE TO AUD-LINK-SAVE-TYPE.
       SET-REVERSAL-LINK-END. EXIT.
      *----
       CLEAR-REVERSAL-LINK.
           MOVE ZERO  TO AUD-LINK-SAVE-DATE AUD-LINK-SAVE-TIME
           MOVE SPACE TO AUD-LINK-SAVE-TYPE.
       CLEAR-REVERSAL-LINK-END. EXIT.
      *
            *>   ACCOUNT CLOSURE STEPS *<
      *----------------------------------------------------------------*
      *>   Kapatilacak hesabin durumu ve kapanisi engelleyen kayitlar  <*
      *>    kontrol edilir. Bekleyen islem adedi UST-PROGRAM'dan gelir <*
      *>    (PNDFILE'i o okur); blokaj HOLDFILE'dan, talimatlar        <*
      *>    SOMAST'tan okunur.                                         <*
      *----------------------------------------------------------------*
       CHECK-CLOSURE-ACCOUNT.
           MOVE LN-SUB-IDX-KEY TO IDX-KEY
           PERFORM READ-IDX-RECORD
           IF NOT IDX-SUCCESS
             SET CLOS-REJECTED TO TRUE
             MOVE IDX-ST TO LN-OUT-RC
             MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
           ELSE
             MOVE IDX-FIRSTN TO LN-FIRSTNFROM
             MOVE IDX-LASTN  TO LN-LASTNFROM
             MOVE IDX-AMOUNT TO LN-AMT-BEFORE LN-AMT-AFTER
             MOVE IDX-KEY TO HOLD-KEY
             PERFORM GET-ACTIVE-HOLD
             PERFORM COUNT-STANDING-ORDERS
             EVALUATE TRUE
             WHEN IDX-STS-CLOSED
               SET CLOS-REJECTED TO TRUE
               MOVE 91 TO LN-OUT-RC
               MOVE ' ACCOUNT CLOSED' TO LN-OUT-MSG
             WHEN IDX-STS-BLOCKED
               SET CLOS-REJECTED TO TRUE
               MOVE 86 TO LN-OUT-RC
               MOVE ' ACCOUNT BLOCKED' TO LN-OUT-MSG
             WHEN IDX-AMOUNT IS LESS THAN ZERO
               SET CLOS-REJECTED TO TRUE
               MOVE 92 TO LN-OUT-RC
               MOVE ' ACCOUNT OVERDRAWN' TO LN-OUT-MSG
             WHEN HOLD-ACTIVE-AMT IS GREATER THAN ZERO
               AND NOT CLOS-OVRD-AUTH
               SET CLOS-REJECTED TO TRUE
               MOVE 78 TO LN-OUT-RC
               MOVE ' HOLD ACTIVE' TO LN-OUT-MSG
             WHEN LN-CLOS-PND-CNT IS GREATER THAN ZERO
               AND NOT CLOS-OVRD-AUTH
               SET CLOS-REJECTED TO TRUE
               MOVE 78 TO LN-OUT-RC
               MOVE ' PENDING ITEMS EXIST' TO LN-OUT-MSG
             WHEN CLOS-SO-CNT IS GREATER THAN ZERO
               AND NOT CLOS-OVRD-AUTH
               SET CLOS-REJECTED TO TRUE
               MOVE 78 TO LN-OUT-RC
               MOVE ' STANDING ORDER' TO LN-OUT-MSG
             WHEN OTHER
               IF HOLD-ACTIVE-AMT IS GREATER THAN ZERO
                 MOVE 'H' TO LN-CLOS-HOLD-FLAG
               END-IF
               IF LN-CLOS-PND-CNT IS GREATER THAN ZERO
                 MOVE 'P' TO LN-CLOS-PND-FLAG
               END-IF
               IF CLOS-SO-CNT IS GREATER THAN ZERO
                 MOVE 'S' TO LN-CLOS-SO-FLAG
               END-IF
             END-EVALUATE
           END-IF.
       CHECK-CLOSURE-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Onayli kapanista supurulecek tutar (bakiye + kapanis faizi) <*
      *>    hicbir adim uygulanmadan hesaplanip onaylayicinin limitiyle<*
      *>    karsilastirilir. Bakiye CHECK-CLOSURE-ACCOUNT'un okudugu   <*
      *>    kayittan (LN-AMT-BEFORE) alinir.                           <*
      *----------------------------------------------------------------*
       CHECK-CLOSURE-APPR-LIMIT.
           MOVE LN-AMT-BEFORE TO CLOS-ORG-AMT
           MOVE ZERO          TO CLOS-INT-AMT
           IF CLOS-ORG-AMT IS GREATER THAN ZERO
             PERFORM CALC-CLOSURE-INTEREST
           END-IF
           COMPUTE CLOS-SWEEP-AMT = CLOS-ORG-AMT + CLOS-INT-AMT
           IF CLOS-SWEEP-AMT IS GREATER THAN LN-CLOS-APPR-LIMIT
             SET CLOS-REJECTED TO TRUE
             MOVE SPACES TO LN-CLOS-BLOCK-FLAGS
             MOVE 84 TO LN-OUT-RC
             MOVE ' APPROVER LIMIT EXCD' TO LN-OUT-MSG
           END-IF
           MOVE ZERO TO CLOS-INT-AMT CLOS-SWEEP-AMT.
       CHECK-CLOSURE-APPR-LIMIT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Hesabin borclu ya da alacakli oldugu aktif/askidaki duzenli <*
      *>    odeme talimatlari sayilir. SOMAST yoksa talimat yok kabul  <*
      *>    edilir. Kapanis seyrek oldugundan dosya her kapanista      <*
      *>    bastan taranir.                                            <*
      *----------------------------------------------------------------*
       COUNT-STANDING-ORDERS.
           MOVE 0 TO CLOS-SO-CNT
           OPEN INPUT SO-FILE
           IF SO-SUCCESS
             READ SO-FILE
             PERFORM UNTIL NOT SO-SUCCESS
               IF (SO-STS-ACTIVE OR SO-STS-SUSPENDED)
                 AND ((SO-DR-ID IS EQUAL TO LN-SUB-IDX-ID
                       AND SO-DR-DVZ IS EQUAL TO LN-SUB-IDX-DVZ)
                   OR (SO-CR-ID IS EQUAL TO LN-SUB-IDX-ID
                       AND SO-CR-DVZ IS EQUAL TO LN-SUB-IDX-DVZ))
                 ADD 1 TO CLOS-SO-CNT
               END-IF
               READ SO-FILE
             END-PERFORM
             CLOSE SO-FILE
           END-IF.
       COUNT-STANDING-ORDERS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Settlement hesabi var ve acik olmali; para birimi farkliysa <*
      *>    iki para biriminin batch gunu kuru da bulunmali. Herhangi  <*
      *>    biri yoksa hicbir kayit degistirilmeden reddedilir.        <*
      *----------------------------------------------------------------*
       CHECK-SETTLEMENT-ACCOUNT.
           MOVE LN-CLOS-SETL-ID  TO IDX-ID
           MOVE LN-CLOS-SETL-DVZ TO IDX-DVZ
           PERFORM READ-IDX-RECORD
           IF NOT IDX-SUCCESS
             SET CLOS-REJECTED TO TRUE
             MOVE IDX-ST TO LN-OUT-RC
             MOVE ' SETTLEMENT MISSING' TO LN-OUT-MSG
           ELSE
             MOVE IDX-FIRSTN TO LN-FIRSTNTO
             MOVE IDX-LASTN  TO LN-LASTNTO
             IF IDX-STS-CLOSED
               SET CLOS-REJECTED TO TRUE
               MOVE 91 TO LN-OUT-RC
               MOVE ' SETTLEMENT CLOSED' TO LN-OUT-MSG
             ELSE
               IF LN-CLOS-SETL-DVZ IS NOT EQUAL TO LN-SUB-IDX-DVZ
                 MOVE LN-CLOS-SETL-DVZ TO XTRN-TGT-DVZ
                 PERFORM RESOLVE-XTRN-RATES
                 IF NOT XTRN-RATES-OK
                   SET CLOS-REJECTED TO TRUE
                   MOVE 88 TO LN-OUT-RC
                   MOVE ' NO RATE FOR DATE' TO LN-OUT-MSG
                 END-IF
               END-IF
             END-IF
           END-IF.
       CHECK-SETTLEMENT-ACCOUNT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Kapanisin adimlari tek bir kapanis referansi altinda        <*
      *>    uygulanir. Faiz yazildiktan sonraki bir adim basarisiz     <*
      *>    olursa faiz geri alinmaz; hesap acik kalir ve konsola      <*
      *>    manuel kontrol uyarisi yazilir.                            <*
      *----------------------------------------------------------------*
       APPLY-ACCOUNT-CLOSURE.
           ACCEPT LN-CLOS-REF-DATE FROM DATE
           ACCEPT LN-CLOS-REF-TIME FROM TIME
           MOVE LN-CLOS-REF-DATE TO AUD-LINK-SAVE-DATE
           MOVE LN-CLOS-REF-TIME TO AUD-LINK-SAVE-TIME
           MOVE 'C' TO AUD-LINK-SAVE-TYPE
           MOVE 'N'  TO CLOS-INT-SW
           MOVE ZERO TO CLOS-INT-AMT CLOS-SWEEP-AMT
           MOVE 1    TO CLOS-STEP-ST
           MOVE LN-SUB-IDX-KEY TO IDX-KEY
           PERFORM READ-IDX-RECORD
           IF NOT IDX-SUCCESS
             MOVE 0 TO CLOS-STEP-ST
             MOVE IDX-ST TO LN-OUT-RC
             MOVE ' RECORD NOT FOUND' TO LN-OUT-MSG
           ELSE
             MOVE IDX-AMOUNT TO CLOS-ORG-AMT
             IF IDX-AMOUNT IS GREATER THAN ZERO
               PERFORM POST-CLOSURE-INTEREST
             END-IF
           END-IF
           IF CLOS-STEP-OK AND IDX-AMOUNT IS GREATER THAN ZERO
             PERFORM SWEEP-CLOSURE-BALANCE
           END-IF
           IF CLOS-STEP-OK
             PERFORM SET-ACCOUNT-CLOSED
           END-IF
           IF CLOS-STEP-OK
             MOVE CLOS-ORG-AMT   TO LN-AMT-BEFORE
             MOVE ZERO           TO LN-AMT-AFTER
             MOVE CLOS-INT-AMT   TO LN-CLOS-INT-AMT
             MOVE ' CLOSURE COMPLETED' TO LN-OUT-MSG
           ELSE
             IF CLOS-INT-POSTED
               DISPLAY 'CLOSPROC - CLOSURE STOPPED AFTER INTEREST '
                       'POSTING - KEY: ' LN-SUB-IDX-ID ' / '
                       LN-SUB-IDX-DVZ ' - MANUAL CHECK REQUIRED'
             END-IF
           END-IF
           PERFORM CLEAR-REVERSAL-LINK.
       APPLY-ACCOUNT-CLOSURE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Kismi ay faizi: INTACCR'in aylik orani, ayin gecen gun      <*
      *>    sayisi / ayin gun sayisi oraninda uygulanir. Oran yoksa    <*
      *>    faiz yazilmaz (INTACCR de oransiz hesabi atlar).           <*
      *----------------------------------------------------------------*
       POST-CLOSURE-INTEREST.
           PERFORM CALC-CLOSURE-INTEREST
           IF CLOS-INT-AMT IS GREATER THAN ZERO
             MOVE IDX-FIRSTN TO AUD-BEF-FIRSTN AUD-AFT-FIRSTN
             MOVE IDX-LASTN  TO AUD-BEF-LASTN  AUD-AFT-LASTN
             MOVE IDX-JUL    TO AUD-BEF-JUL    AUD-AFT-JUL
             MOVE IDX-AMOUNT TO AUD-BEF-AMOUNT
             PERFORM MOVE-BEF-IMAGE-DEMOG
             ADD CLOS-INT-AMT TO IDX-AMOUNT
             PERFORM REWRITE-IDX-RECORD
             IF NOT IDX-SUCCESS
               MOVE 0 TO CLOS-STEP-ST
               MOVE IDX-ST TO LN-OUT-RC
               MOVE ' INTEREST NOT POSTED' TO LN-OUT-MSG
             ELSE
               SET CLOS-INT-POSTED TO TRUE
               MOVE 'I' TO AUD-PROC-TYPE
               MOVE IDX-AMOUNT TO AUD-AFT-AMOUNT
               PERFORM MOVE-AFT-IMAGE-DEMOG
               PERFORM WRITE-AUDIT-RECORD
             END-IF
           END-IF.
       POST-CLOSURE-INTEREST-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Kapanis faizi CLOS-ORG-AMT bakiyesi uzerinden hesaplanir;   <*
      *>    hem limit kontrolu hem faiz yazimi ayni hesabi kullanir.   <*
      *----------------------------------------------------------------*
       CALC-CLOSURE-INTEREST.
           MOVE ZERO TO CLOS-INT-AMT
           IF NOT RATE-TABLE-LOADED
             PERFORM LOAD-RATE-TABLE
           END-IF
           PERFORM FIND-CLOSURE-RATE
           IF RATE-FOUND
             PERFORM CALC-CLOSURE-DAYS
             COMPUTE CLOS-INT-AMT ROUNDED =
                     CLOS-ORG-AMT * CLOS-RATE-PCT * CLOS-INT-DAYS
                     / (100 * CLOS-MONTH-LEN)
           END-IF.
       CALC-CLOSURE-INTEREST-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   INTRATE batch boyunca bir kez, ilk kapanista yuklenir.      <*
      *>    Dosya yoksa kapanislar faizsiz yapilir ve uyari yazilir.   <*
      *----------------------------------------------------------------*
       LOAD-RATE-TABLE.
           MOVE 0 TO RATE-CNT
           OPEN INPUT RATE-FILE
           IF NOT RATE-SUCCESS
             DISPLAY 'CLOSPROC - INTRATE CANNOT OPEN: ' RATE-ST
                     ' - CLOSURES POSTED WITHOUT INTEREST'
           ELSE
             READ RATE-FILE
             PERFORM UNTIL RATE-EOF OR RATE-CNT IS EQUAL TO 200
               ADD 1 TO RATE-CNT
               MOVE RATE-REC-CODE TO RATE-TBL-CODE(RATE-CNT)
               MOVE RATE-REC-PCT  TO RATE-TBL-PCT(RATE-CNT)
               READ RATE-FILE
             END-PERFORM
             IF RATE-CNT IS EQUAL TO 200 AND NOT RATE-EOF
               DISPLAY 'LOAD-RATE-TABLE - INTRATE EXCEEDS 200 '
                       'ENTRIES - TABLE TRUNCATED'
             END-IF
             CLOSE RATE-FILE
           END-IF
           SET RATE-TABLE-LOADED TO TRUE.
       LOAD-RATE-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FIND-CLOSURE-RATE.
           MOVE 'N' TO RATE-FOUND-SW
           IF RATE-CNT IS GREATER THAN ZERO
             SET RATE-IDX TO 1
             SEARCH RATE-ENTRY
               AT END
                 CONTINUE
               WHEN RATE-TBL-CODE(RATE-IDX) = LN-SUB-IDX-DVZ
                 SET RATE-FOUND TO TRUE
                 MOVE RATE-TBL-PCT(RATE-IDX) TO CLOS-RATE-PCT
             END-SEARCH
           END-IF.
       FIND-CLOSURE-RATE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Faiz gunu is gunune gore sayilir (BUSCAL): ayin bugune      <*
      *>    kadar gecen gunleri; ayin son is gunu ise ayin tamami.     <*
      *----------------------------------------------------------------*
       CALC-CLOSURE-DAYS.
           PERFORM CALC-HOLD-TODAY
           MOVE HOLD-TODAY-NUM TO CLOS-BUS-DATE
           MOVE CLOS-MONTH-DAYS(CLOS-BUS-MM) TO CLOS-MONTH-LEN
           IF CLOS-BUS-MM IS EQUAL TO 2
             DIVIDE CLOS-BUS-YYYY BY 4
               GIVING CLOS-LEAP-QUOT REMAINDER CLOS-LEAP-REM4
             DIVIDE CLOS-BUS-YYYY BY 100
               GIVING CLOS-LEAP-QUOT REMAINDER CLOS-LEAP-REM100
             DIVIDE CLOS-BUS-YYYY BY 400
               GIVING CLOS-LEAP-QUOT REMAINDER CLOS-LEAP-REM400
             IF CLOS-LEAP-REM4 IS EQUAL TO ZERO
               AND (CLOS-LEAP-REM100 IS NOT EQUAL TO ZERO
                    OR CLOS-LEAP-REM400 IS EQUAL TO ZERO)
               MOVE 29 TO CLOS-MONTH-LEN
             END-IF
           END-IF
           IF CLOS-BUS-DATE IS EQUAL TO BC-MEND-DATE
             MOVE CLOS-MONTH-LEN TO CLOS-INT-DAYS
           ELSE
             MOVE CLOS-BUS-DD TO CLOS-INT-DAYS
           END-IF.
       CALC-CLOSURE-DAYS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Kalan bakiye settlement hesabina havale edilir. Gunluk      <*
      *>    borc limiti uygulanmaz (TRAN-CHECK-LIMIT); kapali/bloke/   <*
      *>    blokaj kontrolleri havale paragraflarinda onay isaretiyle  <*
      *>    yeniden yapilir.                                           <*
      *----------------------------------------------------------------*
       SWEEP-CLOSURE-BALANCE.
           MOVE IDX-AMOUNT       TO CLOS-SWEEP-AMT
           MOVE LN-SUB-IDX-KEY   TO TRAN-SRC-KEY
           MOVE LN-CLOS-SETL-ID  TO TRAN-TGT-ID
           MOVE LN-CLOS-SETL-DVZ TO TRAN-TGT-DVZ
           MOVE CLOS-SWEEP-AMT   TO TRAN-DEBIT-AMT
           MOVE LN-CLOS-OVRD-IND TO TRAN-OVRD-SW
           IF LN-CLOS-SETL-DVZ IS EQUAL TO LN-SUB-IDX-DVZ
             MOVE 'T' TO TRAN-AUD-TYPE
             MOVE CLOS-SWEEP-AMT TO TRAN-CREDIT-AMT
           ELSE
             MOVE 'X' TO TRAN-AUD-TYPE
             COMPUTE TRAN-CREDIT-AMT ROUNDED =
                     CLOS-SWEEP-AMT * XTRN-SRC-RATE / XTRN-TGT-RATE
           END-IF
           PERFORM EXECUTE-TRANSFER
           IF TRAN-STEP-OK AND LN-OUT-RC IS EQUAL TO ZERO
             MOVE TRAN-CREDIT-AMT TO LN-CLOS-CREDIT-AMT
           ELSE
             MOVE 0 TO CLOS-STEP-ST
           END-IF.
       SWEEP-CLOSURE-BALANCE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Son adim: hesap durumu 'C' yapilir. Journal kaydi bakiyeye  <*
      *>    notrdur (once/sonra tutari ayni), durum kodu degisir.      <*
      *----------------------------------------------------------------*
       SET-ACCOUNT-CLOSED.
           MOVE LN-SUB-IDX-KEY TO IDX-KEY
           PERFORM READ-IDX-RECORD
           IF IDX-SUCCESS
             MOVE IDX-FIRSTN TO AUD-BEF-FIRSTN AUD-AFT-FIRSTN
             MOVE IDX-LASTN  TO AUD-BEF-LASTN  AUD-AFT-LASTN
             MOVE IDX-JUL    TO AUD-BEF-JUL    AUD-AFT-JUL
             MOVE IDX-AMOUNT TO AUD-BEF-AMOUNT AUD-AFT-AMOUNT
             PERFORM MOVE-BEF-IMAGE-DEMOG
             SET IDX-STS-CLOSED TO TRUE
             PERFORM REWRITE-IDX-RECORD
           END-IF
           MOVE IDX-ST TO LN-OUT-RC
           IF NOT IDX-SUCCESS
             MOVE 0 TO CLOS-STEP-ST
             MOVE ' STATUS NOT CHANGED' TO LN-OUT-MSG
           ELSE
             MOVE 'C' TO AUD-PROC-TYPE
             PERFORM MOVE-AFT-IMAGE-DEMOG
             PERFORM WRITE-AUDIT-RECORD
           END-IF.
       SET-ACCOUNT-CLOSED-END. EXIT.
      *
            *>   CURRENCY REFERENCE TABLE LOOKUP *<
      *----------------------------------------------------------------*
      *>   DVZ tablosu batch boyunca bir kez yuklenir (normalde       <*
      *>    SUBBEGIN/OPEN-BATCH-FILES icinde); tablo henuz yuklu      <*
      *>    degilse burada yuklenir.                                  <*
      *>   LN-SUB-IDX-DVZ tabloda bulunamazsa DVZ-VALID-SW 'N' kalir.  <*
      *----------------------------------------------------------------*
       VALIDATE-CURRENCY.
           IF NOT DVZ-TABLE-LOADED
             PERFORM LOAD-DVZ-TABLE
           END-IF
           MOVE 'N' TO DVZ-VALID-SW
           IF DVZ-CNT IS GREATER THAN ZERO
             SET DVZ-IDX TO 1
             SEARCH DVZ-ENTRY
               AT END
                 CONTINUE
               WHEN DVZ-TBL-CODE(DVZ-IDX) = LN-SUB-IDX-DVZ
                 SET DVZ-VALID TO TRUE
             END-SEARCH
           END-IF.
       VALIDATE-CURRENCY-END. EXIT.
      *----
      *----------------------------------------------------------------*
       LOAD-DVZ-TABLE.
           MOVE 0 TO DVZ-CNT
           OPEN INPUT DVZ-FILE
           IF DVZ-SUCCESS
             READ DVZ-FILE
             PERFORM UNTIL DVZ-EOF OR DVZ-CNT IS EQUAL TO 200
               ADD 1 TO DVZ-CNT
               MOVE DVZ-REC-CODE TO DVZ-TBL-CODE(DVZ-CNT)
               MOVE DVZ-REC-DESC TO DVZ-TBL-DESC(DVZ-CNT)
               READ DVZ-FILE
             END-PERFORM
             IF DVZ-CNT IS EQUAL TO 200 AND NOT DVZ-EOF
               DISPLAY 'LOAD-DVZ-TABLE - DVZFILE EXCEEDS 200 ENTRIES '
                       '- TABLE TRUNCATED'
             END-IF
             CLOSE DVZ-FILE
           END-IF
           SET DVZ-TABLE-LOADED TO TRUE.
       LOAD-DVZ-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   X islemi icin iki bacagin da kurlari cozulur: once para     <*
      *>    birimi kodlari DVZ tablosunda dogrulanir, sonra batch      <*
      *>    gununun kur tablosunda aranir. Herhangi biri yoksa         <*
      *>    XTRN-RATES-OK set edilmez ve islem reddedilir.             <*
      *----------------------------------------------------------------*
       RESOLVE-XTRN-RATES.
           MOVE 0 TO XTRN-RATE-ST
           PERFORM VALIDATE-CURRENCY
           IF DVZ-VALID
             IF NOT FXT-TABLE-LOADED
               PERFORM LOAD-FX-TABLE
             END-IF
             MOVE LN-SUB-IDX-DVZ TO FX-LOOKUP-DVZ
             PERFORM FIND-FX-TBL-RATE
             IF FX-RATE-FOUND
               MOVE FX-LOOKUP-RATE TO XTRN-SRC-RATE
               MOVE XTRN-TGT-DVZ TO FX-LOOKUP-DVZ
               PERFORM FIND-FX-TBL-RATE
               IF FX-RATE-FOUND
                 MOVE FX-LOOKUP-RATE TO XTRN-TGT-RATE
                 SET XTRN-RATES-OK TO TRUE
               END-IF
             END-IF
           END-IF.
       RESOLVE-XTRN-RATES-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   FXRATE'ten yalnizca batch gununun (BUSCAL is gunu; blokaj   <*
      *>    ve kapanis faizinin kullandigi tarih) satirlari tabloya    <*
      *>    alinir; tablo ilk X isleminde bir kez yuklenir ve batch    <*
      *>    boyunca kullanilir.                                        <*
      *----------------------------------------------------------------*
       LOAD-FX-TABLE.
           PERFORM CALC-HOLD-TODAY
           MOVE HOLD-TODAY-NUM TO FX-TODAY-NUM
           MOVE 0 TO FXT-CNT
           OPEN INPUT FX-FILE
           IF FX-SUCCESS
             READ FX-FILE
             PERFORM UNTIL FX-EOF OR FXT-CNT IS EQUAL TO 200
               IF FX-REC-DATE IS EQUAL TO FX-TODAY-NUM
                 ADD 1 TO FXT-CNT
                 MOVE FX-REC-CODE TO FXT-TBL-CODE(FXT-CNT)
                 MOVE FX-REC-RATE TO FXT-TBL-RATE(FXT-CNT)
               END-IF
               READ FX-FILE
             END-PERFORM
             IF FXT-CNT IS EQUAL TO 200 AND NOT FX-EOF
               DISPLAY 'LOAD-FX-TABLE - FXRATE EXCEEDS 200 ENTRIES '
                       '- TABLE TRUNCATED'
             END-IF
             CLOSE FX-FILE
           END-IF
           SET FXT-TABLE-LOADED TO TRUE.
       LOAD-FX-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FIND-FX-TBL-RATE.
           MOVE 'N' TO FX-RATE-FOUND-SW
           IF FXT-CNT IS GREATER THAN ZERO
             SET FXT-IDX TO 1
             SEARCH FXT-ENTRY
               AT END
                 CONTINUE
      *>       (status bugune kadar hicbir yerde uygulanmiyordu),      <*
      *>    2) sonuc bakiye sifirin altina dusemez (overdraft),        <*
      *>    3) sonuc bakiye aktif blokaj toplaminin altina dusemez     <*
      *>       (kullanilabilir bakiye = bakiye - aktif blokaj),        <*
      *>    4) borc hesabin gunluk kumulatif limitini asamaz.          <*
      *>    Dordu de yalnizca yetkili onayi ile gecilebilir.           <*
      *----------------------------------------------------------------*
       BALN-CHECK-FUNDS.
           IF IDX-STS-BLOCKED
             AND BALN-ADJ-AMT IS LESS THAN ZERO
             AND NOT BALN-OVRD-GIVEN
             SET BALN-BLK-REJECTED TO TRUE
             MOVE IDX-AMOUNT TO LN-AMT-AFTER
           ELSE
             MOVE IDX-KEY TO HOLD-KEY
             PERFORM GET-ACTIVE-HOLD
             PERFORM BALN-CHECK-LIMIT
             EVALUATE TRUE
             WHEN BALN-NEW-AMT IS LESS THAN ZERO
               AND NOT BALN-OVRD-GIVEN
               SET BALN-REJECTED TO TRUE
               MOVE IDX-AMOUNT TO LN-AMT-AFTER
               MOVE 'REJECTED' TO OVD-TAG
               PERFORM WRITE-OVD-EXCEPTION
             WHEN BALN-NEW-AMT IS LESS THAN HOLD-ACTIVE-AMT
               AND NOT BALN-OVRD-GIVEN
               SET BALN-HOLD-REJECTED TO TRUE
               MOVE IDX-AMOUNT TO LN-AMT-AFTER
             WHEN LMT-BREACHED
               AND NOT BALN-OVRD-GIVEN
               SET BALN-LMT-REJECTED TO TRUE
               MOVE IDX-AMOUNT TO LN-AMT-AFTER
               MOVE 'REJECTED' TO LMT-TAG
               PERFORM WRITE-LMT-EXCEPTION
             WHEN OTHER
               IF BALN-NEW-AMT IS LESS THAN ZERO
                 MOVE 'OVERRIDE' TO OVD-TAG
                 PERFORM WRITE-OVD-EXCEPTION
               END-IF
               IF LMT-BREACHED
                 MOVE 'OVERRIDE' TO LMT-TAG
                 PERFORM WRITE-LMT-EXCEPTION
               END-IF
               MOVE BALN-NEW-AMT TO IDX-AMOUNT
               MOVE BALN-NEW-AMT TO LN-AMT-AFTER
               SET BALN-DO-APPLY TO TRUE
       BALN-CHECK-FUNDS-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Yalnizca BALNPROC'un borclari ('B', negatif ayarlama)       <*
      *>    limite tabidir; ters kayitlar (V) duzeltme oldugundan      <*
      *>    sayilmaz ve engellenmez.                                   <*
      *----------------------------------------------------------------*
       BALN-CHECK-LIMIT.
           MOVE 'N' TO LMT-CHK-SW LMT-DEBIT-SW
           IF BALN-ADJ-AMT IS LESS THAN ZERO
             AND BALN-AUD-TYPE IS EQUAL TO 'B'
             MOVE IDX-KEY    TO LMT-CHK-KEY
             MOVE IDX-STATUS TO LMT-CHK-STS
             MOVE 'B'        TO LMT-CHK-CHAN
             COMPUTE LMT-CHK-AMT = 0 - BALN-ADJ-AMT
             PERFORM CHECK-DEBIT-LIMIT
           END-IF.
       BALN-CHECK-LIMIT-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Cagiranin HOLD-KEY'e koydugu hesabin aktif blokaj tutari    <*
      *>    okunur. Tarihi gecmis blokaj aktif sayilmaz; kaydin        <*
      *>    silinip journal'a yazilmasi islem ortasinda degil, bir     <*
      *>    sonraki 'P' bakiminda (APPLY-HOLD-ACTION) yapilir.         <*
      *----------------------------------------------------------------*
       GET-ACTIVE-HOLD.
           MOVE ZERO TO HOLD-ACTIVE-AMT
           PERFORM READ-HOLD-RECORD
           IF HOLD-SUCCESS
             PERFORM CALC-HOLD-TODAY
             IF HOLD-EXPIRY IS EQUAL TO ZERO
               OR HOLD-EXPIRY IS NOT LESS THAN HOLD-TODAY-NUM
               MOVE HOLD-AMOUNT TO HOLD-ACTIVE-AMT
             END-IF
           END-IF.
       GET-ACTIVE-HOLD-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Blokaj vadesi is gunune gore degerlendirilir (BUSCAL):      <*
      *>    tatile dusen vade bir sonraki is gunune kadar gecerli      <*
      *>    kalir. Is gunu batch boyunca degismediginden takvim        <*
      *>    yalnizca ilk ihtiyacta sorulur.                            <*
      *----------------------------------------------------------------*
       CALC-HOLD-TODAY.
           IF HOLD-TODAY-NUM IS EQUAL TO ZERO
             MOVE ZERO TO BC-IN-DATE
             CALL 'BCDATE' USING BC-DATA
             MOVE BC-BUS-DATE TO HOLD-TODAY-NUM
           END-IF.
       CALC-HOLD-TODAY-END. EXIT.
      *----
      *----------------------------------------------------------------*
           MOVE LN-SUB-IDX-DVZ TO HOLD-DVZ
           MOVE ZERO TO HOLD-OLD-AMT
           MOVE 'N'  TO HOLD-FOUND-SW
           PERFORM READ-HOLD-RECORD
           IF HOLD-SUCCESS
             SET HOLD-FOUND TO TRUE
             MOVE HOLD-AMOUNT TO HOLD-OLD-AMT
             PERFORM CALC-HOLD-TODAY
             IF HOLD-EXPIRY IS GREATER THAN ZERO
               AND HOLD-EXPIRY IS LESS THAN HOLD-TODAY-NUM
               PERFORM DELETE-HOLD-RECORD
               PERFORM WRITE-HOLD-AUDIT
               MOVE 'N'  TO HOLD-FOUND-SW
               MOVE ZERO TO HOLD-OLD-AMT
             END-IF
           END-IF
           MOVE HOLD-OLD-AMT TO LN-AMT-BEFORE
           IF LN-HOLD-AMOUNT IS GREATER THAN ZERO
             PERFORM PLACE-HOLD-RECORD
           MOVE LN-HOLD-REASON  TO HOLD-REASON
           MOVE LN-HOLD-EXPIRY  TO HOLD-EXPIRY
           IF HOLD-FOUND
             PERFORM REWRITE-HOLD-RECORD
           ELSE
             PERFORM WRITE-HOLD-RECORD
           END-IF
           MOVE HOLD-ST TO LN-OUT-RC
           IF HOLD-SUCCESS
      *----------------------------------------------------------------*
       RELEASE-HOLD-RECORD.
           IF HOLD-FOUND
             PERFORM DELETE-HOLD-RECORD
             MOVE HOLD-ST TO LN-OUT-RC
             MOVE ' HOLD RELEASED' TO LN-OUT-MSG
             MOVE ZERO TO LN-AMT-AFTER
      *>   T ve X islemlerinin ortak govdesi: once iki kayit da        <*
      *>    okunur, iki taraftan biri yoksa hicbir sey degistirilmeden <*
      *>    islem reddedilir; ikisi de varsa APPLY-TRANSFER uygulanir. <*
      *>    Cagiran, TRAN-WORK'teki anahtar/tutar/onay alanlarini,     <*
      *>    TRAN-AUD-TYPE ve TRAN-CREDIT-AMT'i onceden doldurur.       <*
      *----------------------------------------------------------------*
       EXECUTE-TRANSFER.
           PERFORM FILE-OPEN-CONTROL
           MOVE 0 TO TRAN-STEP-ST
           MOVE TRAN-SRC-KEY TO IDX-KEY
           PERFORM READ-IDX-RECORD
           IF NOT IDX-SUCCESS
             MOVE ' SOURCE NOT FOUND' TO LN-OUT-MSG
           ELSE
             MOVE IDX-FIRSTN TO TRAN-SRC-FIRSTN
             MOVE IDX-LASTN  TO TRAN-SRC-LASTN
             MOVE IDX-JUL    TO TRAN-SRC-JUL
             MOVE IDX-AMOUNT TO TRAN-SRC-AMT-OLD
             MOVE IDX-DEMOG  TO TRAN-SRC-DEMOG
             MOVE IDX-STATUS TO TRAN-SRC-STS
             MOVE TRAN-TGT-KEY TO IDX-KEY
             PERFORM READ-IDX-RECORD
             IF NOT IDX-SUCCESS
               MOVE ' TARGET NOT FOUND' TO LN-OUT-MSG
             ELSE
               MOVE IDX-FIRSTN TO TRAN-TGT-FIRSTN
               MOVE IDX-LASTN  TO TRAN-TGT-LASTN
               MOVE IDX-JUL    TO TRAN-TGT-JUL
               MOVE IDX-DEMOG  TO TRAN-TGT-DEMOG
               MOVE IDX-STATUS TO TRAN-TGT-STS
               SET TRAN-STEP-OK TO TRUE
             END-IF
           END-IF
           IF TRAN-STEP-OK
             PERFORM APPLY-TRANSFER
           ELSE
      *>    orijinal tutariyla geri yazilarak islem geri alinir.       <*
      *----------------------------------------------------------------*
       APPLY-TRANSFER.
           COMPUTE TRAN-SRC-AMT-NEW = TRAN-SRC-AMT-OLD - TRAN-DEBIT-AMT
           COMPUTE TRAN-TGT-AMT-NEW = TRAN-TGT-AMT-OLD
                                    + TRAN-CREDIT-AMT
      *>   KAPALI hesap kontrolu: iki bacaktan biri kapali ise        <*
      *>    reddedilir.                                               <*
           IF (TRAN-SRC-STS IS EQUAL TO 'C'
               OR TRAN-TGT-STS IS EQUAL TO 'C')
             AND NOT TRAN-OVRD-GIVEN
             MOVE 91 TO LN-OUT-RC
             MOVE ' ACCOUNT CLOSED' TO LN-OUT-MSG
           ELSE
      *>   BLOKE (B) kaynak hesaptan onaysiz borc hareketi cikmaz;    <*
      *>    hedefin B olmasi alacagi engellemez.                      <*
           IF TRAN-SRC-STS IS EQUAL TO 'B'
             AND NOT TRAN-OVRD-GIVEN
             MOVE 86 TO LN-OUT-RC
             MOVE ' ACCOUNT BLOCKED' TO LN-OUT-MSG
           ELSE
      *>    degistirilmeden reddedilir ve OVD-FILE'a raporlanir.      <*
      *>    Ayrica kaynak, aktif blokaj toplaminin altina da          <*
      *>    dusurulemez (kullanilabilir bakiye kontrolu).             <*
           MOVE TRAN-SRC-KEY TO HOLD-KEY
           PERFORM GET-ACTIVE-HOLD
           IF TRAN-SRC-AMT-NEW IS LESS THAN ZERO
             AND NOT TRAN-OVRD-GIVEN
             MOVE 92 TO LN-OUT-RC
             MOVE ' SOURCE OVERDRAFT' TO LN-OUT-MSG
             MOVE 'REJECTED' TO OVD-TAG
             PERFORM WRITE-TRAN-OVD-EXCEPTION
           ELSE
           IF TRAN-SRC-AMT-NEW IS LESS THAN HOLD-ACTIVE-AMT
             AND NOT TRAN-OVRD-GIVEN
             MOVE 87 TO LN-OUT-RC
             MOVE ' HOLD RESTRICTED' TO LN-OUT-MSG
           ELSE
      *>   Kaynak hesabin gunluk kumulatif borc limiti: asan havale,  <*
      *>    onay yoksa hicbir kayit degistirilmeden RC 79 ile         <*
      *>    reddedilir; red ve onayli gecis LMTEXCPT'ye raporlanir.   <*
           PERFORM TRAN-CHECK-LIMIT
           IF LMT-BREACHED
             AND NOT TRAN-OVRD-GIVEN
             MOVE 79 TO LN-OUT-RC
             MOVE ' OVER DAILY LIMIT' TO LN-OUT-MSG
             MOVE 'REJECTED' TO LMT-TAG
             PERFORM WRITE-LMT-EXCEPTION
           ELSE
             IF LMT-BREACHED
               MOVE 'OVERRIDE' TO LMT-TAG
               PERFORM WRITE-LMT-EXCEPTION
             END-IF
             IF TRAN-SRC-AMT-NEW IS LESS THAN ZERO
               MOVE 'OVERRIDE' TO OVD-TAG
               PERFORM WRITE-TRAN-OVD-EXCEPTION
             END-IF
             PERFORM BUILD-SOURCE-NEW-REC
             PERFORM REWRITE-IDX-RECORD
             IF NOT IDX-SUCCESS
               MOVE IDX-ST TO LN-OUT-RC
               MOVE ' TRANSFER REJECTED' TO LN-OUT-MSG
             ELSE
               PERFORM BUILD-TARGET-NEW-REC
               PERFORM REWRITE-IDX-RECORD
               IF NOT IDX-SUCCESS
                 MOVE IDX-ST TO LN-OUT-RC
                 MOVE ' TRANSFER BACKED OUT' TO LN-OUT-MSG
                 PERFORM BACKOUT-SOURCE-REC
               ELSE
                 MOVE IDX-ST TO LN-OUT-RC
                 MOVE ' TRANSFER COMPLETED' TO LN-OUT-MSG
                 MOVE TRAN-SRC-AMT-OLD TO LN-AMT-BEFORE
                 MOVE TRAN-SRC-AMT-NEW TO LN-AMT-AFTER
                 PERFORM WRITE-TRAN-AUDIT-PAIR
                 IF LMT-DEBIT-SUBJECT
                   PERFORM RECORD-DEBIT-TALLY
                 END-IF
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF.
       APPLY-TRANSFER-CHECKED-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   T ve X havalelerinin kaynak bacagi kendi kanaliyla limite   <*
      *>    tabidir; ters cevrilen havale (V) ve hesap kapanisinin     <*
      *>    supurme havalesi sayilmaz.                                 <*
      *----------------------------------------------------------------*
       TRAN-CHECK-LIMIT.
           MOVE 'N' TO LMT-CHK-SW LMT-DEBIT-SW
           IF TRAN-AUD-TYPE IS NOT EQUAL TO 'V'
             AND AUD-LINK-SAVE-TYPE IS NOT EQUAL TO 'C'
             MOVE TRAN-SRC-KEY   TO LMT-CHK-KEY
             MOVE TRAN-SRC-STS   TO LMT-CHK-STS
             MOVE TRAN-AUD-TYPE  TO LMT-CHK-CHAN
             MOVE TRAN-DEBIT-AMT TO LMT-CHK-AMT
             PERFORM CHECK-DEBIT-LIMIT
           END-IF.
       TRAN-CHECK-LIMIT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       BUILD-SOURCE-NEW-REC.
           MOVE TRAN-SRC-KEY    TO IDX-KEY
           MOVE TRAN-SRC-FIRSTN TO IDX-FIRSTN
           MOVE TRAN-SRC-LASTN  TO IDX-LASTN
           MOVE TRAN-SRC-JUL    TO IDX-JUL
      *----
      *----------------------------------------------------------------*
       BUILD-TARGET-NEW-REC.
           MOVE TRAN-TGT-KEY    TO IDX-KEY
           MOVE TRAN-TGT-FIRSTN TO IDX-FIRSTN
           MOVE TRAN-TGT-LASTN  TO IDX-LASTN
           MOVE TRAN-TGT-JUL    TO IDX-JUL
      *----
      *----------------------------------------------------------------*
       BACKOUT-SOURCE-REC.
           MOVE TRAN-SRC-KEY    TO IDX-KEY
           MOVE TRAN-SRC-FIRSTN TO IDX-FIRSTN
           MOVE TRAN-SRC-LASTN  TO IDX-LASTN
           MOVE TRAN-SRC-JUL    TO IDX-JUL
           MOVE TRAN-SRC-AMT-OLD TO IDX-AMOUNT
           MOVE TRAN-SRC-DEMOG  TO IDX-DEMOG
           MOVE TRAN-SRC-STS    TO IDX-STATUS
           PERFORM REWRITE-IDX-RECORD
           IF NOT IDX-SUCCESS
             DISPLAY 'TRANPROC - SOURCE BACK-OUT FAILED - KEY: '
                     TRAN-SRC-ID ' / ' TRAN-SRC-DVZ
                     ' - MANUAL CORRECTION REQUIRED'
           END-IF.
       BACKOUT-SOURCE-REC-END. EXIT.
      *----
      *----------------------------------------------------------------*
           ACCEPT AUD-TIME FROM TIME
           MOVE TRAN-AUD-TYPE TO AUD-PROC-TYPE
           MOVE AUD-APPR-SAVE TO AUD-APPR-ID
           MOVE AUD-LINK-SAVE TO AUD-LINK-REF
           MOVE SPACES        TO AUD-USER-REF
           MOVE TRAN-SRC-ID     TO AUD-IDX-ID
           MOVE TRAN-SRC-DVZ    TO AUD-IDX-DVZ
           MOVE TRAN-SRC-FIRSTN TO AUD-BEF-FIRSTN AUD-AFT-FIRSTN
           MOVE TRAN-SRC-LASTN  TO AUD-BEF-LASTN  AUD-AFT-LASTN
           MOVE TRAN-SRC-JUL    TO AUD-BEF-JUL    AUD-AFT-JUL
           MOVE TRAN-SRC-AMT-OLD TO AUD-BEF-AMOUNT
           MOVE TRAN-SRC-AMT-NEW TO AUD-AFT-AMOUNT
           PERFORM MOVE-TRAN-SRC-IMAGE-DEMOG
           IF NOT TRIAL-MODE
             WRITE AUD-REC
           ELSE
             PERFORM ADD-TRIAL-AUD
           END-IF
           MOVE TRAN-TGT-ID     TO AUD-IDX-ID
           MOVE TRAN-TGT-DVZ    TO AUD-IDX-DVZ
           MOVE TRAN-TGT-FIRSTN TO AUD-BEF-FIRSTN AUD-AFT-FIRSTN
           MOVE TRAN-TGT-LASTN  TO AUD-BEF-LASTN  AUD-AFT-LASTN
           MOVE TRAN-TGT-JUL    TO AUD-BEF-JUL    AUD-AFT-JUL
           MOVE TRAN-TGT-AMT-OLD TO AUD-BEF-AMOUNT
           MOVE TRAN-TGT-AMT-NEW TO AUD-AFT-AMOUNT
           PERFORM MOVE-TRAN-TGT-IMAGE-DEMOG
           IF NOT TRIAL-MODE
             WRITE AUD-REC
           ELSE
             PERFORM ADD-TRIAL-AUD
           END-IF.
       WRITE-TRAN-AUDIT-PAIR-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   AUD-FILE batch basinda bir kez EXTEND ile acilir           <*
      *>    (OPEN-BATCH-FILES) ve batch sonunda kapanir; burada       <*
      *>    yalnizca tek bir journal kaydi yazilir. Deneme kosusunda  <*
      *>    journal'a hicbir sey yazilmaz; kaydin ozeti TRL-AUD       <*
      *>    tablosuna eklenir.                                        <*
      *----------------------------------------------------------------*
       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE
           MOVE LN-SUB-IDX-ID  TO AUD-IDX-ID
           MOVE LN-SUB-IDX-DVZ TO AUD-IDX-DVZ
           MOVE AUD-APPR-SAVE  TO AUD-APPR-ID
           MOVE AUD-LINK-SAVE  TO AUD-LINK-REF
           MOVE SPACES         TO AUD-USER-REF
           IF NOT TRIAL-MODE
             WRITE AUD-REC
           ELSE
             PERFORM ADD-TRIAL-AUD
           END-IF.
       WRITE-AUDIT-RECORD-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>    yoksa OUTPUT ile olusturulur.                              <*
      *----------------------------------------------------------------*
       WRITE-OVD-EXCEPTION.
           MOVE IDX-ID        TO OVD-WRK-ID
           MOVE IDX-DVZ       TO OVD-WRK-DVZ
           MOVE BALN-ADJ-AMT  TO OVD-ADJ-D
           MOVE BALN-NEW-AMT  TO OVD-RES-D
           PERFORM PRNT-OVD-LINE.
       WRITE-OVD-EXCEPTION-END. EXIT.
      *----
      *----------------------------------------------------------------*
       WRITE-TRAN-OVD-EXCEPTION.
           MOVE TRAN-SRC-ID  TO OVD-WRK-ID
           MOVE TRAN-SRC-DVZ TO OVD-WRK-DVZ
           COMPUTE OVD-ADJ-D = 0 - TRAN-DEBIT-AMT
           MOVE TRAN-SRC-AMT-NEW TO OVD-RES-D
           PERFORM PRNT-OVD-LINE.
       WRITE-TRAN-OVD-EXCEPTION-END. EXIT.
           IF NOT OVD-SUCCESS
             OPEN OUTPUT OVD-FILE
           END-IF
           MOVE SPACES TO OVD-REC
           STRING 'OVERDRAFT ' DELIMITED BY SIZE
                  OVD-TAG      DELIMITED BY SIZE
           CLOSE OVD-FILE.
       PRNT-OVD-LINE-END. EXIT.
      *----
      *
            *>   DAILY CUMULATIVE DEBIT LIMITS *<
      *----------------------------------------------------------------*
      *>   LMTFILE batch basinda bir kez tabloya alinir. Dosya yoksa   <*
      *>    hicbir hesaba limit uygulanmaz ve bu durum bildirilir.     <*
      *----------------------------------------------------------------*
       LOAD-LIMIT-TABLE.
           MOVE 0 TO LMT-CNT
           OPEN INPUT LMT-FILE
           IF LMT-SUCCESS
             READ LMT-FILE
             PERFORM UNTIL LMT-EOF OR LMT-CNT IS EQUAL TO 2000
               IF LMT-REC-GENERAL OR LMT-REC-ACCOUNT
                 ADD 1 TO LMT-CNT
                 MOVE LMT-REC-TYPE    TO LMT-TBL-TYPE(LMT-CNT)
                 MOVE LMT-REC-DVZ     TO LMT-TBL-DVZ(LMT-CNT)
                 MOVE LMT-REC-STS     TO LMT-TBL-STS(LMT-CNT)
                 MOVE LMT-REC-ID      TO LMT-TBL-ID(LMT-CNT)
                 MOVE LMT-REC-CHAN    TO LMT-TBL-CHAN(LMT-CNT)
                 MOVE LMT-REC-MAX-AMT TO LMT-TBL-MAX-AMT(LMT-CNT)
                 MOVE LMT-REC-MAX-CNT TO LMT-TBL-MAX-CNT(LMT-CNT)
               END-IF
               READ LMT-FILE
             END-PERFORM
             IF LMT-CNT IS EQUAL TO 2000 AND NOT LMT-EOF
               DISPLAY 'LOAD-LIMIT-TABLE - LMTFILE EXCEEDS 2000 '
                       'ENTRIES - TABLE TRUNCATED'
             END-IF
             CLOSE LMT-FILE
           ELSE
             DISPLAY 'SUBPRG - LMTFILE NOT AVAILABLE (' LMT-ST
                     ') - NO DAILY DEBIT LIMITS APPLIED'
           END-IF
           SET LMT-TABLE-LOADED TO TRUE.
       LOAD-LIMIT-TABLE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Bugun (journal tarihi) AUDFILE'a yazilmis borclar hesap     <*
      *>    toplamlarina eklenir: 'B' kaydinda tutari dusen hesap,     <*
      *>    'T'/'X' kaydinda kaynak (tutari dusen) bacak. Boylece      <*
      *>    RESTART ve ayni gunun ikinci kosusu limiti sifirdan        <*
      *>    baslatmaz. Hesap kapanisinin supurme havalesi (baglanti    <*
      *>    tipi 'C') musteri borcu olmadigindan sayilmaz.             <*
      *----------------------------------------------------------------*
       SEED-LIMIT-TALLY.
           ACCEPT LMT-TODAY FROM DATE
           OPEN INPUT AUD-FILE
           IF AUD-SUCCESS
             READ AUD-FILE
             PERFORM UNTIL NOT AUD-SUCCESS
               IF AUD-DATE IS EQUAL TO LMT-TODAY
                 AND (AUD-PROC-TYPE IS EQUAL TO 'B'
                   OR AUD-PROC-TYPE IS EQUAL TO 'T'
                   OR AUD-PROC-TYPE IS EQUAL TO 'X')
                 AND AUD-AFT-AMOUNT IS LESS THAN AUD-BEF-AMOUNT
                 AND AUD-LINK-TYPE IS NOT EQUAL TO 'C'
                 MOVE AUD-IDX-ID    TO LMT-CHK-ID
                 MOVE AUD-IDX-DVZ   TO LMT-CHK-DVZ
                 MOVE AUD-PROC-TYPE TO LMT-CHK-CHAN
                 COMPUTE LMT-CHK-AMT = AUD-BEF-AMOUNT - AUD-AFT-AMOUNT
                 PERFORM RECORD-DEBIT-TALLY
               END-IF
               READ AUD-FILE
             END-PERFORM
             CLOSE AUD-FILE
           END-IF
           DISPLAY 'SUBPRG - DAILY LIMITS LOADED: ' LMT-CNT
                   ' - ACCOUNTS ALREADY DEBITED TODAY: ' LMT-TLY-CNT.
       SEED-LIMIT-TALLY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Cagiranin LMT-CHK-* alanlarina koydugu borc, once hesabin   <*
      *>    tum kanallar toplamina, sonra kendi kanalinin toplamina    <*
      *>    karsi sinanir. Herhangi biri asilirsa LMT-BREACHED set     <*
      *>    edilir; raporlanacak kanal ilk asilan limittir.            <*
      *----------------------------------------------------------------*
       CHECK-DEBIT-LIMIT.
           MOVE 'N' TO LMT-CHK-SW LMT-DEBIT-SW
           IF LMT-CNT IS GREATER THAN ZERO
             SET LMT-DEBIT-SUBJECT TO TRUE
             PERFORM FIND-LIMIT-TALLY
             MOVE SPACE TO LMT-SEEK-CHAN
             MOVE 1 TO LMT-CHK-BKT
             PERFORM TEST-LIMIT-BUCKET
             MOVE LMT-CHK-CHAN TO LMT-SEEK-CHAN
             PERFORM SET-CHANNEL-BUCKET
             PERFORM TEST-LIMIT-BUCKET
           END-IF.
       CHECK-DEBIT-LIMIT-END. EXIT.
      *----
      *----------------------------------------------------------------*
       TEST-LIMIT-BUCKET.
           PERFORM FIND-LIMIT-RULE
           IF LMT-RULE-FOUND
             IF LMT-TLY-FOUND
               COMPUTE LMT-NEW-AMT = LMT-TLY-AMT(LMT-TX, LMT-CHK-BKT)
                                   + LMT-CHK-AMT
               COMPUTE LMT-NEW-NUM = LMT-TLY-NUM(LMT-TX, LMT-CHK-BKT)
                                   + 1
             ELSE
               MOVE LMT-CHK-AMT TO LMT-NEW-AMT
               MOVE 1 TO LMT-NEW-NUM
             END-IF
             IF (LMT-RULE-AMT IS GREATER THAN ZERO
                 AND LMT-NEW-AMT IS GREATER THAN LMT-RULE-AMT)
               OR (LMT-RULE-CNT IS GREATER THAN ZERO
                 AND LMT-NEW-NUM IS GREATER THAN LMT-RULE-CNT)
               IF NOT LMT-BREACHED
                 SET LMT-BREACHED TO TRUE
                 IF LMT-SEEK-CHAN IS EQUAL TO SPACE
                   MOVE 'ALL' TO LMT-RPT-CHAN
                 ELSE
                   MOVE LMT-SEEK-CHAN TO LMT-RPT-CHAN
                 END-IF
                 MOVE LMT-NEW-AMT TO LMT-RPT-AMT
                 MOVE LMT-NEW-NUM TO LMT-RPT-NUM
               END-IF
             END-IF
           END-IF.
       TEST-LIMIT-BUCKET-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Once hesaba ozel ('A') satir, yoksa para birimi + durum     <*
      *>    icin genel ('G') satir aranir.                             <*
      *----------------------------------------------------------------*
       FIND-LIMIT-RULE.
           MOVE 'N' TO LMT-RULE-SW
           SET LMT-IDX TO 1
           SEARCH LMT-ENTRY
             AT END
               CONTINUE
             WHEN LMT-TBL-TYPE(LMT-IDX) = 'A'
               AND LMT-TBL-ID(LMT-IDX) = LMT-CHK-ID
               AND LMT-TBL-DVZ(LMT-IDX) = LMT-CHK-DVZ
               AND LMT-TBL-CHAN(LMT-IDX) = LMT-SEEK-CHAN
               SET LMT-RULE-FOUND TO TRUE
           END-SEARCH
           IF NOT LMT-RULE-FOUND
             SET LMT-IDX TO 1
             SEARCH LMT-ENTRY
               AT END
                 CONTINUE
               WHEN LMT-TBL-TYPE(LMT-IDX) = 'G'
                 AND LMT-TBL-DVZ(LMT-IDX) = LMT-CHK-DVZ
                 AND LMT-TBL-STS(LMT-IDX) = LMT-CHK-STS
                 AND LMT-TBL-CHAN(LMT-IDX) = LMT-SEEK-CHAN
                 SET LMT-RULE-FOUND TO TRUE
             END-SEARCH
           END-IF
           IF LMT-RULE-FOUND
             MOVE LMT-TBL-MAX-AMT(LMT-IDX) TO LMT-RULE-AMT
             MOVE LMT-TBL-MAX-CNT(LMT-IDX) TO LMT-RULE-CNT
           END-IF.
       FIND-LIMIT-RULE-END. EXIT.
      *----
      *----------------------------------------------------------------*
       SET-CHANNEL-BUCKET.
           EVALUATE LMT-CHK-CHAN
           WHEN 'B'
             MOVE 2 TO LMT-CHK-BKT
           WHEN 'T'
             MOVE 3 TO LMT-CHK-BKT
           WHEN OTHER
             MOVE 4 TO LMT-CHK-BKT
           END-EVALUATE.
       SET-CHANNEL-BUCKET-END. EXIT.
      *----
      *----------------------------------------------------------------*
       FIND-LIMIT-TALLY.
           MOVE 'N' TO LMT-TLY-SW
           IF LMT-TLY-CNT IS GREATER THAN ZERO
             SET LMT-TX TO 1
             SEARCH LMT-TLY-ENTRY
               AT END
                 CONTINUE
               WHEN LMT-TLY-KEY(LMT-TX) = LMT-CHK-KEY
                 SET LMT-TLY-FOUND TO TRUE
             END-SEARCH
           END-IF.
       FIND-LIMIT-TALLY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Basarili borc hesabin tum-kanal ve kendi kanal toplamina    <*
      *>    eklenir. Tablo dolarsa limitler guvenle uygulanamayacagi   <*
      *>    icin kosu durdurulur.                                      <*
      *----------------------------------------------------------------*
       RECORD-DEBIT-TALLY.
           PERFORM FIND-LIMIT-TALLY
           IF NOT LMT-TLY-FOUND
             IF LMT-TLY-CNT IS EQUAL TO 50000
               DISPLAY 'SUBPRG - DAILY LIMIT TALLY TABLE FULL (50000) '
                       '- LIMITS CANNOT BE ENFORCED - RUN STOPPED'
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO LMT-TLY-CNT
             SET LMT-TX TO LMT-TLY-CNT
             MOVE LMT-CHK-KEY TO LMT-TLY-KEY(LMT-TX)
             MOVE ZERO TO LMT-TLY-AMT(LMT-TX, 1) LMT-TLY-NUM(LMT-TX, 1)
                          LMT-TLY-AMT(LMT-TX, 2) LMT-TLY-NUM(LMT-TX, 2)
                          LMT-TLY-AMT(LMT-TX, 3) LMT-TLY-NUM(LMT-TX, 3)
                          LMT-TLY-AMT(LMT-TX, 4) LMT-TLY-NUM(LMT-TX, 4)
           END-IF
           PERFORM SET-CHANNEL-BUCKET
           ADD LMT-CHK-AMT TO LMT-TLY-AMT(LMT-TX, 1)
                              LMT-TLY-AMT(LMT-TX, LMT-CHK-BKT)
           ADD 1 TO LMT-TLY-NUM(LMT-TX, 1)
                    LMT-TLY-NUM(LMT-TX, LMT-CHK-BKT).
       RECORD-DEBIT-TALLY-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   LMTEXCPT satiri; OVD-FILE gibi her yazimda EXTEND ile       <*
      *>    acilip kapatilir, dosya henuz yoksa olusturulur.           <*
      *----------------------------------------------------------------*
       WRITE-LMT-EXCEPTION.
           MOVE LMT-CHK-ID  TO LMT-WRK-ID
           MOVE LMT-CHK-DVZ TO LMT-WRK-DVZ
           COMPUTE LMT-AMT-D = 0 - LMT-CHK-AMT
           MOVE LMT-RPT-AMT TO LMT-DAY-D
           MOVE LMT-RPT-NUM TO LMT-NUM-D
           OPEN EXTEND LMX-FILE
           IF NOT LMX-SUCCESS
             OPEN OUTPUT LMX-FILE
           END-IF
           MOVE SPACES TO LMX-REC
           STRING 'LIMIT '     DELIMITED BY SIZE
                  LMT-TAG      DELIMITED BY SIZE
                  ' ID: '      DELIMITED BY SIZE
                  LMT-WRK-ID   DELIMITED BY SIZE
                  ' DVZ: '     DELIMITED BY SIZE
                  LMT-WRK-DVZ  DELIMITED BY SIZE
                  ' CH: '      DELIMITED BY SIZE
                  LMT-RPT-CHAN DELIMITED BY SIZE
                  ' DEBIT:'    DELIMITED BY SIZE
                  LMT-AMT-D    DELIMITED BY SIZE
                  ' DAY:'      DELIMITED BY SIZE
                  LMT-DAY-D    DELIMITED BY SIZE
                  ' CNT: '     DELIMITED BY SIZE
                  LMT-NUM-D    DELIMITED BY SIZE
                  INTO LMX-REC
           END-STRING
           WRITE LMX-REC
           CLOSE LMX-FILE.
       WRITE-LMT-EXCEPTION-END. EXIT.
      *----
      *
            *>   IDX-FILE / HOLD-FILE I-O PARAGRAPHS *<
      *----------------------------------------------------------------*
      *>   Tum IDX-FILE ve HOLD-FILE erisimleri bu paragraflardan      <*
      *>    gecer. Gercek kosuda dogrudan READ/WRITE/REWRITE/DELETE    <*
      *>    yapilir; deneme kosusunda degisiklikler dosyaya degil,     <*
      *>    TRL-IDX / TRL-HOLD tablolarina yazilir ve okumalar once bu <*
      *>    tablolara bakar. Sonuc her iki durumda da IDX-ST/HOLD-ST   <*
      *>    ile doner (00 basarili, 22 kayit zaten var, 23 yok).       <*
      *----------------------------------------------------------------*
       READ-IDX-RECORD.
           IF TRIAL-MODE
             PERFORM FIND-TRIAL-IDX
           ELSE
             MOVE 'N' TO TRL-FOUND-SW
           END-IF
           IF TRL-FOUND
             IF TRL-IDX-DELETED(TRL-IX)
               MOVE 23 TO IDX-ST
             ELSE
               MOVE TRL-IDX-IMAGE(TRL-IX) TO IDX-REC
               MOVE 00 TO IDX-ST
             END-IF
           ELSE
             READ IDX-FILE KEY IS IDX-KEY
             INVALID KEY
               CONTINUE
             END-READ
           END-IF.
       READ-IDX-RECORD-END. EXIT.
      *----
       WRITE-IDX-RECORD.
           IF NOT TRIAL-MODE
             WRITE IDX-REC
             INVALID KEY
               CONTINUE
             END-WRITE
           ELSE
             MOVE IDX-REC TO TRL-SAVE-IMAGE
             PERFORM FIND-TRIAL-IDX
             IF TRL-FOUND
               IF TRL-IDX-DELETED(TRL-IX)
                 MOVE TRL-SAVE-IMAGE TO TRL-IDX-IMAGE(TRL-IX)
                 MOVE 'L' TO TRL-IDX-STATE(TRL-IX)
                 MOVE 00 TO IDX-ST
               ELSE
                 MOVE 22 TO IDX-ST
               END-IF
             ELSE
               READ IDX-FILE KEY IS IDX-KEY
               INVALID KEY
                 CONTINUE
               END-READ
               IF IDX-SUCCESS
                 MOVE 22 TO IDX-ST
               ELSE
                 MOVE 'L'  TO TRL-NEW-STATE
                 MOVE 'N'  TO TRL-NEW-ORG-SW
                 MOVE ZERO TO TRL-NEW-ORG-AMT
                 PERFORM ADD-TRIAL-IDX
                 MOVE 00 TO IDX-ST
               END-IF
             END-IF
             MOVE TRL-SAVE-IMAGE TO IDX-REC
           END-IF.
       WRITE-IDX-RECORD-END. EXIT.
      *----
       REWRITE-IDX-RECORD.
           IF NOT TRIAL-MODE
             REWRITE IDX-REC
             INVALID KEY
               CONTINUE
             END-REWRITE
           ELSE
             MOVE IDX-REC TO TRL-SAVE-IMAGE
             PERFORM FIND-TRIAL-IDX
             IF TRL-FOUND
               IF TRL-IDX-DELETED(TRL-IX)
                 MOVE 23 TO IDX-ST
               ELSE
                 MOVE TRL-SAVE-IMAGE TO TRL-IDX-IMAGE(TRL-IX)
                 MOVE 00 TO IDX-ST
               END-IF
             ELSE
               READ IDX-FILE KEY IS IDX-KEY
               INVALID KEY
                 CONTINUE
               END-READ
               IF IDX-SUCCESS
                 MOVE 'L'        TO TRL-NEW-STATE
                 MOVE 'Y'        TO TRL-NEW-ORG-SW
                 MOVE IDX-AMOUNT TO TRL-NEW-ORG-AMT
                 PERFORM ADD-TRIAL-IDX
               END-IF
             END-IF
             MOVE TRL-SAVE-IMAGE TO IDX-REC
           END-IF.
       REWRITE-IDX-RECORD-END. EXIT.
      *----
       DELETE-IDX-RECORD.
           IF NOT TRIAL-MODE
             DELETE IDX-FILE RECORD
             INVALID KEY
               CONTINUE
             END-DELETE
           ELSE
             MOVE IDX-REC TO TRL-SAVE-IMAGE
             PERFORM FIND-TRIAL-IDX
             IF TRL-FOUND
               IF TRL-IDX-DELETED(TRL-IX)
                 MOVE 23 TO IDX-ST
               ELSE
                 MOVE 'D' TO TRL-IDX-STATE(TRL-IX)
                 MOVE 00 TO IDX-ST
               END-IF
             ELSE
               READ IDX-FILE KEY IS IDX-KEY
               INVALID KEY
                 CONTINUE
               END-READ
               IF IDX-SUCCESS
                 MOVE IDX-REC    TO TRL-SAVE-IMAGE
                 MOVE 'D'        TO TRL-NEW-STATE
                 MOVE 'Y'        TO TRL-NEW-ORG-SW
                 MOVE IDX-AMOUNT TO TRL-NEW-ORG-AMT
                 PERFORM ADD-TRIAL-IDX
               END-IF
             END-IF
             MOVE TRL-SAVE-IMAGE TO IDX-REC
           END-IF.
       DELETE-IDX-RECORD-END. EXIT.
      *----
       FIND-TRIAL-IDX.
           MOVE 'N' TO TRL-FOUND-SW
           IF TRL-IDX-CNT IS GREATER THAN ZERO
             SET TRL-IX TO 1
             SEARCH TRL-IDX-ENTRY
               AT END
                 CONTINUE
               WHEN TRL-IDX-KEY(TRL-IX) = IDX-KEY
                 SET TRL-FOUND TO TRUE
             END-SEARCH
           END-IF.
       FIND-TRIAL-IDX-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Tablo dolarsa deneme sonucu eksik kalacagindan kosu         <*
      *>    durdurulur; batch bolunerek yeniden denenmelidir.          <*
      *----------------------------------------------------------------*
       ADD-TRIAL-IDX.
           IF TRL-IDX-CNT IS EQUAL TO 20000
             DISPLAY 'SUBPRG - TRIAL ACCOUNT TABLE FULL (20000) - '
                     'SPLIT THE BATCH AND RERUN THE TRIAL'
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO TRL-IDX-CNT
           SET TRL-IX TO TRL-IDX-CNT
           MOVE TRL-SAVE-IMAGE  TO TRL-IDX-IMAGE(TRL-IX)
           MOVE TRL-NEW-STATE   TO TRL-IDX-STATE(TRL-IX)
           MOVE TRL-NEW-ORG-SW  TO TRL-IDX-ORG-SW(TRL-IX)
           MOVE TRL-NEW-ORG-AMT TO TRL-IDX-ORG-AMT(TRL-IX).
       ADD-TRIAL-IDX-END. EXIT.
      *----
       ADD-TRIAL-AUD.
           IF TRL-AUD-CNT IS EQUAL TO 20000
             DISPLAY 'SUBPRG - TRIAL JOURNAL TABLE FULL (20000) - '
                     'SPLIT THE BATCH AND RERUN THE TRIAL'
             MOVE 99 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM SET-RVS-CAND-FROM-AUD
           ADD 1 TO TRL-AUD-CNT
           SET TRL-AX TO TRL-AUD-CNT
           MOVE RVS-CAND TO TRL-AUD-IMAGE(TRL-AX).
       ADD-TRIAL-AUD-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Deneme kosusunda HOLDFILE hic yoksa (HOLD-FILE-OPEN 'N')    <*
      *>    hicbir hesapta blokaj yokmus gibi davranilir.              <*
      *----------------------------------------------------------------*
       READ-HOLD-RECORD.
           IF TRIAL-MODE
             PERFORM FIND-TRIAL-HOLD
           ELSE
             MOVE 'N' TO TRL-FOUND-SW
           END-IF
           IF TRL-FOUND
             IF TRL-HOLD-DELETED(TRL-HX)
               MOVE 23 TO HOLD-ST
             ELSE
               MOVE TRL-HOLD-IMAGE(TRL-HX) TO HOLD-REC
               MOVE 00 TO HOLD-ST
             END-IF
           ELSE
             IF HOLD-FILE-OPEN
               READ HOLD-FILE KEY IS HOLD-KEY
               INVALID KEY
                 CONTINUE
               END-READ
             ELSE
               MOVE 23 TO HOLD-ST
             END-IF
           END-IF.
       READ-HOLD-RECORD-END. EXIT.
      *----
       WRITE-HOLD-RECORD.
           IF TRIAL-MODE
             MOVE 'L' TO TRL-NEW-STATE
             PERFORM PUT-TRIAL-HOLD
           ELSE
             WRITE HOLD-REC
             END-WRITE
           END-IF.
       WRITE-HOLD-RECORD-END. EXIT.
      *----
       REWRITE-HOLD-RECORD.
           IF TRIAL-MODE
             MOVE 'L' TO TRL-NEW-STATE
             PERFORM PUT-TRIAL-HOLD
           ELSE
             REWRITE HOLD-REC
             END-REWRITE
           END-IF.
       REWRITE-HOLD-RECORD-END. EXIT.
      *----
       DELETE-HOLD-RECORD.
           IF TRIAL-MODE
             MOVE 'D' TO TRL-NEW-STATE
             PERFORM PUT-TRIAL-HOLD
           ELSE
             DELETE HOLD-FILE RECORD
             END-DELETE
           END-IF.
       DELETE-HOLD-RECORD-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Cagiranlar blokaji yazmadan/silmeden once her zaman okur;   <*
      *>    bu yuzden tablo kaydi yoksa eklenir, varsa HOLD-REC ve     <*
      *>    TRL-NEW-STATE ile guncellenir.                             <*
      *----------------------------------------------------------------*
       PUT-TRIAL-HOLD.
           MOVE HOLD-REC TO TRL-HOLD-SAVE
           PERFORM FIND-TRIAL-HOLD
           IF NOT TRL-FOUND
             IF TRL-HOLD-CNT IS EQUAL TO 2000
               DISPLAY 'SUBPRG - TRIAL HOLD TABLE FULL (2000) - '
                       'SPLIT THE BATCH AND RERUN THE TRIAL'
               MOVE 99 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO TRL-HOLD-CNT
             SET TRL-HX TO TRL-HOLD-CNT
           END-IF
           MOVE TRL-HOLD-SAVE TO TRL-HOLD-IMAGE(TRL-HX)
           MOVE TRL-NEW-STATE TO TRL-HOLD-STATE(TRL-HX)
           MOVE 00 TO HOLD-ST.
       PUT-TRIAL-HOLD-END. EXIT.
      *----
       FIND-TRIAL-HOLD.
           MOVE 'N' TO TRL-FOUND-SW
           IF TRL-HOLD-CNT IS GREATER THAN ZERO
             SET TRL-HX TO 1
             SEARCH TRL-HOLD-ENTRY
               AT END
                 CONTINUE
               WHEN TRL-HOLD-KEY(TRL-HX) = HOLD-KEY
                 SET TRL-FOUND TO TRUE
             END-SEARCH
           END-IF.
       FIND-TRIAL-HOLD-END. EXIT.
      *
            *>   TRIAL-RUN BALANCE PROJECTION *<
      *----------------------------------------------------------------*
      *>   IDX-FILE bastan sona okunur; her kayit kendi para biriminin <*
      *>    canli (CUR) ve projeksiyon (PRJ) toplamina eklenir.        <*
      *----------------------------------------------------------------*
       SCAN-LIVE-BALANCES.
           MOVE LOW-VALUES TO IDX-KEY
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
           INVALID KEY
             CONTINUE
           END-START
           IF IDX-SUCCESS
             READ IDX-FILE NEXT RECORD
             PERFORM UNTIL NOT IDX-SUCCESS
               MOVE IDX-DVZ TO TRL-SUM-DVZ
               PERFORM FIND-SUM-ENTRY
               IF TRL-FOUND
                 ADD 1 TO LN-SUM-CUR-CNT(LN-SUM-IDX)
                          LN-SUM-PRJ-CNT(LN-SUM-IDX)
                 ADD IDX-AMOUNT TO LN-SUM-CUR-AMT(LN-SUM-IDX)
                                   LN-SUM-PRJ-AMT(LN-SUM-IDX)
               END-IF
               READ IDX-FILE NEXT RECORD
             END-PERFORM
           END-IF.
       SCAN-LIVE-BALANCES-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   Batch icinde degisen her kayit icin: dosyada vardiysa eski  <*
      *>    tutari projeksiyondan dusulur, batch sonunda hala varsa    <*
      *>    yeni tutari eklenir.                                       <*
      *----------------------------------------------------------------*
       APPLY-TRIAL-CHANGES.
           MOVE TRL-IDX-CNT TO LN-SUM-TOUCHED
           IF TRL-IDX-CNT IS GREATER THAN ZERO
             PERFORM APPLY-ONE-TRIAL-CHANGE
               VARYING TRL-IX FROM 1 BY 1
               UNTIL TRL-IX IS GREATER THAN TRL-IDX-CNT
           END-IF.
       APPLY-TRIAL-CHANGES-END. EXIT.
      *----
       APPLY-ONE-TRIAL-CHANGE.
           MOVE TRL-IDX-IMAGE(TRL-IX) TO IDX-REC
           MOVE IDX-DVZ TO TRL-SUM-DVZ
           PERFORM FIND-SUM-ENTRY
           IF TRL-FOUND
             IF TRL-IDX-ON-FILE(TRL-IX)
               SUBTRACT 1 FROM LN-SUM-PRJ-CNT(LN-SUM-IDX)
               SUBTRACT TRL-IDX-ORG-AMT(TRL-IX)
                   FROM LN-SUM-PRJ-AMT(LN-SUM-IDX)
             END-IF
             IF NOT TRL-IDX-DELETED(TRL-IX)
               ADD 1 TO LN-SUM-PRJ-CNT(LN-SUM-IDX)
               ADD IDX-AMOUNT TO LN-SUM-PRJ-AMT(LN-SUM-IDX)
             END-IF
           END-IF.
       APPLY-ONE-TRIAL-CHANGE-END. EXIT.
      *----
      *----------------------------------------------------------------*
      *>   TRL-SUM-DVZ'nin projeksiyon satiri bulunur, yoksa acilir.   <*
      *----------------------------------------------------------------*
       FIND-SUM-ENTRY.
           MOVE 'N' TO TRL-FOUND-SW
           IF LN-SUM-CNT IS GREATER THAN ZERO
             SET LN-SUM-IDX TO 1
             SEARCH LN-SUM-ENTRY
               AT END
                 CONTINUE
               WHEN LN-SUM-DVZ(LN-SUM-IDX) = TRL-SUM-DVZ
                 SET TRL-FOUND TO TRUE
             END-SEARCH
           END-IF
           IF NOT TRL-FOUND
             AND LN-SUM-CNT IS LESS THAN 200
             ADD 1 TO LN-SUM-CNT
             SET LN-SUM-IDX TO LN-SUM-CNT
             MOVE TRL-SUM-DVZ TO LN-SUM-DVZ(LN-SUM-IDX)
             MOVE ZERO TO LN-SUM-CUR-CNT(LN-SUM-IDX)
                          LN-SUM-CUR-AMT(LN-SUM-IDX)
                          LN-SUM-PRJ-CNT(LN-SUM-IDX)
                          LN-SUM-PRJ-AMT(LN-SUM-IDX)
             SET TRL-FOUND TO TRUE
           END-IF.
       FIND-SUM-ENTRY-END. EXIT.
      *----
      *----------------------------------------------------------------*
            *>   UTILITY FUNCTIONS OF UPDTPROC *<
      *----------------------------------------------------------------*
