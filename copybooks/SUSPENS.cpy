*> ------------------------------------------------------------- *>
*> SUSPENS.cpy - enregistrement du fichier des developpeurs en   *>
*> suspens (SUSFILE), reecrit a chaque passage de PDOUBLON : un  *>
*> enregistrement par fiche maitre soupconnee d'etre le doublon  *>
*> d'une fiche d'un autre centre (ou du meme centre sous un nom  *>
*> voisin), avec la fiche qui l'a fait soupconner. PBONUS        *>
*> retient la prime des developpeurs de son centre presents ici  *>
*> (ligne S au registre PAIHIST), PREGUL differe leur            *>
*> regularisation. le suspens se leve en corrigeant les maitres, *>
*> ou en validant la paire sur DBLVAL quand il s'agit bien de    *>
*> deux personnes.                                               *>
*>   types : EX meme cle nom + prenom dans deux centres,         *>
*>   FO meme cle avec une fonction differente, PR meme prenom et *>
*>   meme date d'embauche avec un nom presque identique.         *>
*> ------------------------------------------------------------- *>
 05 sus-date-detection pic 9(8).
 05 sus-centre-cout pic x(4).
 05 sus-nom pic x(10).
 05 sus-prenom pic x(20).
 05 sus-type pic x(2).
  88 sus-cle-identique value "EX".
  88 sus-fonction-differente value "FO".
  88 sus-nom-proche value "PR".
 05 sus-centre-autre pic x(4).
 05 sus-nom-autre pic x(10).
 05 sus-fonction pic x(10).
 05 sus-date-embauche pic x(8).
 05 filler pic x(4).
