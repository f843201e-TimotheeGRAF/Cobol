*> ------------------------------------------------------------- *>
*> COMPOSI.cpy - enregistrement du fichier de composition des    *>
*> scores (COMPFILE), un par developpeur calcule dans le run     *>
*> (les developpeurs en quarantaine ne sont pas calcules) :      *>
*> donnees du developpeur, composantes rendues par SOUS-PROG     *>
*> (voir SCORCOMP.cpy), points de taille ajoutes par PCALCUL,    *>
*> valeurs par defaut appliquees, et parametres de calcul        *>
*> effectifs du jour (CALCPARM, date d'effet PARMFILE retenue ;  *>
*> zero = valeurs par defaut du programme). cps-statut est le    *>
*> statut du run (KO si le resultat est nul), cps-statut-ss      *>
*> celui rendu par SOUS-PROG. ecrit par PCALCUL, edite par       *>
*> PEXPLIC (fiche d'explication du score).                       *>
*> ------------------------------------------------------------- *>
 05 cps-date-run pic 9(8).
 05 cps-centre-cout pic x(4).
 05 cps-nom pic x(10).
 05 cps-prenom pic x(20).
 05 cps-fonction pic x(10).
 05 cps-taille pic x(8).
 05 cps-age pic 9(3).
 05 cps-date-embauche pic x(8).
 05 cps-statut pic x(2).
  88 cps-statut-ok value "OK".
  88 cps-statut-ko value "KO".
 05 cps-mult-age pic 9.
 05 cps-part-age pic 9(5).
 05 cps-annees-service pic 9(3).
 05 cps-bonus-anciennete pic 9(2).
 05 cps-part-anciennete pic 9(5).
 05 cps-coef-fonction pic 9.
 05 cps-score pic 9(5).
 05 cps-pts-taille pic 9.
 05 cps-resultat pic 9(3).
 05 cps-anciennete-defaut pic x.
  88 cps-anciennete-defaut-oui value "O".
 05 cps-fonction-defaut pic x.
  88 cps-fonction-defaut-oui value "O".
 05 cps-taille-defaut pic x.
  88 cps-taille-defaut-oui value "O".
 05 cps-parm-date-effet pic 9(8).
 05 cps-seuil-ko-pct pic 9(3).
 05 cps-pts-grand pic 9.
 05 cps-pts-moyen pic 9.
 05 cps-pts-petit pic 9.
 05 cps-mult-mineur pic 9.
 05 cps-mult-majeur pic 9.
 05 cps-statut-ss pic x.
  88 cps-ss-ok value "O".
  88 cps-ss-ko value "K".
 05 filler pic x(11).
