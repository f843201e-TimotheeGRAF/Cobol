*> ------------------------------------------------------------- *>
*> JRNPRIM.cpy - decoupe des enregistrements du journal          *>
*> comptable des primes (JRNFILE), ecrit par PCOMPTA a partir    *>
*> des PAIFILE du jour. meme convention que BONPAIE.cpy : un     *>
*> code enregistrement en premiere position (E entete, D         *>
*> detail, F fin), les zones ci-dessous decrivent les 79         *>
*> caracteres de donnees. une ecriture au debit par centre et    *>
*> fonction (compte de charge), une au credit par centre et      *>
*> compte de dette ; l'enregistrement fin porte les totaux       *>
*> debit et credit, egaux entre eux et au cumul des              *>
*> paf-cumul-montant des PAIFILE lus.                            *>
*> ------------------------------------------------------------- *>
 01 jrn-entete.
  05 jre-date-run pic 9(8).
  05 jre-code-journal pic x(3).
  05 jre-nb-centres pic 9(3).
  05 filler pic x(65).

 01 jrn-detail.
  05 jrd-compte pic x(10).
  05 jrd-centre-cout pic x(4).
  05 jrd-fonction pic x(10).
  05 jrd-sens pic x.
   88 jrd-debit value "D".
   88 jrd-credit value "C".
  05 jrd-montant pic 9(11)v99.
  05 jrd-nb-primes pic 9(6).
  05 jrd-libelle pic x(30).
  05 filler pic x(5).

 01 jrn-fin.
  05 jrf-nb-enr pic 9(6).
  05 jrf-nb-primes pic 9(6).
  05 jrf-total-debit pic 9(11)v99.
  05 jrf-total-credit pic 9(11)v99.
  05 filler pic x(41).
