      *>    karsiligidir).                                             <*
      *>   Kaynak referansi tasimayan eski kayitlar '????' subesi      <*
      *>    altinda toplanir ki hicbir sonuc sessizce kaybolmasin.     <*
      *>   SOGEN'in urettigi duzenli odeme talimatlari 'SORD' subesi   <*
      *>    kesiminde cikar (satir no = GGGNNNN ihrac numarasi).       <*
      *----------------------------------------------------------------*
       PROGRAM-ID.                ACKSPLIT.
       AUTHOR.                    AYSU ONER.
