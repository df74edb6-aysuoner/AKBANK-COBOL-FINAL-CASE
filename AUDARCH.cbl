       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
      *>   AUDARCH ==> audit-journal arsiv/saklama utility'si. AUDFILE <*
      *>    cutover'dan beri her mutasyonda 297 byte'lik bir kayitla   <*
      *>    buyur (IDXRECON'daki not); journal'i bastan sona okuyan    <*
      *>    AUDRPT/DORMSWP/IDXRECON/IDXFRECV her hafta biraz daha      <*
      *>    yavaslar. Bu program PARM ile verilen saklama tarihinden   <*
      *>   AUD-FILE ==> canli journal; yalnizca tarih alani okunur,    <*
      *>                kaydin geri kalani oldugu gibi tasinir         <*
      *>                (toplam uzunluk SUBPRG'daki AUD-REC ile ayni   <*
      *>                - 297 byte).                                   <*
       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           05 AUD-DATE             PIC 9(06).
           05 FILLER               PIC X(291).
      *
      *>   ARC-FILE ==> saklama tarihinden eski kayitlarin kesildigi   <*
      *>                tarihli arsiv generation'i.                    <*
       FD  ARC-FILE RECORDING MODE F.
       01  ARC-REC                 PIC X(297).
      *
      *>   NEW-FILE ==> canli donemde kalan kayitlar; swap adimi bu    <*
      *>                dosyayi yeni AUDFILE yapar.                    <*
       FD  NEW-FILE RECORDING MODE F.
       01  NEW-REC                 PIC X(297).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
