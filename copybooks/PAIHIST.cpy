*> ------------------------------------------------------------- *>
*> PAIHIST.cpy - enregistrement du registre des primes payees    *>
*> (PAIHIST). fichier au fil de l'eau (DISP=MOD), commun a tous  *>
*> les centres : PBONUS y ajoute une ligne P par detail de       *>
*> chaque PAIFILE emis, PREGUL une ligne R (rappel) ou T         *>
*> (trop-percu) par regularisation emise ; les deux ecrivent     *>
*> leurs lignes sur un fichier de travail du centre (PAINEUF)    *>
*> que le JCL n'ajoute au registre que si le step a rendu RC 0   *>
*> ou 4. le paye net d'un developpeur pour une periode (aaaamm   *>
*> de la date de paiement) est la somme des lignes P et R moins  *>
*> la somme des lignes T, tous centres confondus (un developpeur *>
*> mute reste suivi sous sa cle nom + prenom). une prime retenue *>
*> par PBONUS (developpeur en suspens doublon, voir SUSPENS.cpy) *>
*> est portee en ligne S : elle n'est pas payee et n'entre pas   *>
*> dans le paye net, PREGUL la verse une fois le suspens leve.   *>
*> ------------------------------------------------------------- *>
 05 phi-centre-cout pic x(4).
 05 phi-periode pic 9(6).
 05 phi-date-paiement pic 9(8).
 05 phi-type pic x.
  88 phi-type-paiement value "P".
  88 phi-type-rappel value "R".
  88 phi-type-trop-percu value "T".
  88 phi-type-suspendu value "S".
 05 phi-nom pic x(10).
 05 phi-prenom pic x(20).
 05 phi-fonction pic x(10).
 05 phi-score pic 9(5).
 05 phi-montant pic 9(7)v99.
 05 filler pic x(7).
