*> ------------------------------------------------------------- *>
*> REGPAIE.cpy - decoupe des enregistrements du fichier de       *>
*> regularisation des primes (REGFILE), ecrit par PREGUL. meme   *>
*> convention que BONPAIE.cpy : un code enregistrement en        *>
*> premiere position (E entete, D detail, F fin), les zones      *>
*> ci-dessous decrivent les 79 caracteres de donnees. chaque     *>
*> detail est un rappel (R, complement a verser) ou un           *>
*> trop-percu (T, a reprendre) sur la periode, avec le code de   *>
*> la correction qui l'a declenche ; l'enregistrement fin porte  *>
*> des totaux de controle separes pour les rappels et pour les   *>
*> trop-percus.                                                  *>
*>   codes cause : RE reintegration PRECYCL, RH rejet RH corrige *>
*>   (PVERACK/PRECYCL), FO fonction modifiee (PRECONC/PMAJDEV),  *>
*>   SC score modifie, NP non paye a l'origine, SU prime retenue *>
*>   en suspens doublon (PBONUS) puis liberee.                   *>
*> ------------------------------------------------------------- *>
 01 reg-entete.
  05 rge-date-run pic 9(8).
  05 rge-centre-cout pic x(4).
  05 rge-periode pic 9(6).
  05 rge-date-bareme pic 9(8).
  05 filler pic x(53).

 01 reg-detail.
  05 rgd-nom pic x(10).
  05 rgd-prenom pic x(20).
  05 rgd-fonction pic x(10).
  05 rgd-score pic 9(5).
  05 rgd-type pic x.
   88 rgd-rappel value "R".
   88 rgd-trop-percu value "T".
  05 rgd-montant pic 9(7)v99.
  05 rgd-montant-du pic 9(7)v99.
  05 rgd-montant-paye pic 9(7)v99.
  05 rgd-cause pic x(2).
  05 filler pic x(4).

 01 reg-fin.
  05 rgf-nb-enr pic 9(6).
  05 rgf-nb-rappels pic 9(6).
  05 rgf-cumul-rappels pic 9(11)v99.
  05 rgf-nb-trop-percus pic 9(6).
  05 rgf-cumul-trop-percus pic 9(11)v99.
  05 filler pic x(35).
