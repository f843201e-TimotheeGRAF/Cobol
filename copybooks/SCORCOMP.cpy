*> ------------------------------------------------------------- *>
*> SCORCOMP.cpy - composition du score rendue par SOUS-PROG      *>
*> (linkage) a cote de ss-score : part de l'age (age x           *>
*> multiplicateur mineur ou majeur), part de l'anciennete        *>
*> (annees de service x bonus par annee) et coefficient de la    *>
*> fonction, avec les valeurs par defaut appliquees en silence   *>
*> (date d'embauche inexploitable = aucune anciennete, fonction  *>
*> inconnue = coefficient 1). score = (part age + part           *>
*> anciennete) x coefficient. partage entre SOUS-PROG, PCALCUL   *>
*> (fichier de composition COMPFILE) et PSIMUL.                  *>
*> ------------------------------------------------------------- *>
 05 scc-mult-age pic 9.
 05 scc-part-age pic 9(5).
 05 scc-annees-service pic 9(3).
 05 scc-bonus-anciennete pic 9(2).
 05 scc-part-anciennete pic 9(5).
 05 scc-coef-fonction pic 9.
 05 scc-anciennete-defaut pic x.
  88 scc-anciennete-defaut-oui value "O".
 05 scc-fonction-defaut pic x.
  88 scc-fonction-defaut-oui value "O".
