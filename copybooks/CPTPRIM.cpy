*> ------------------------------------------------------------- *>
*> CPTPRIM.cpy - enregistrement du referentiel d'imputation      *>
*> comptable des primes (CPTREF), maintenu par la comptabilite : *>
*> pour un centre de cout et une fonction, le compte de charge   *>
*> debite et le compte de dette (primes a payer) credite. une    *>
*> fonction a blanc vaut pour toutes les fonctions du centre,    *>
*> une ligne a fonction renseignee l'emporte sur elle. lignes    *>
*> datees comme BARFILE : la date d'effet la plus recente        *>
*> anterieure ou egale a la date du jour l'emporte, un           *>
*> changement de plan de comptes est un ajout de ligne, pas une  *>
*> modification de programme. lu par PCOMPTA.                    *>
*> ------------------------------------------------------------- *>
 05 cpt-date-effet pic 9(8).
 05 cpt-centre-cout pic x(4).
 05 cpt-fonction pic x(10).
 05 cpt-compte-charge pic x(10).
 05 cpt-compte-dette pic x(10).
 05 filler pic x(38).
