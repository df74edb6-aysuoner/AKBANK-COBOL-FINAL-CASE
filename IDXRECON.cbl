               15 AUD-AFT-PHONE    PIC X(11).
             10 AUD-AFT-STS        PIC X(01).
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
      *>   RPT-FILE ==> para birimi bazinda mutabakat raporunun       <*
      *>                basilacagi duz dosya.                         <*
