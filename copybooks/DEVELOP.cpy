*> DEVELOP.cpy - enregistrement developpeur, partage entre       *>
*> PCALCUL (fichier DEVELOPPEURS et working-storage), le         *>
*> programme de maintenance PMAJDEV et le sous-programme         *>
*> SOUS-PROG (linkage section). la date de naissance, fournie    *>
*> par l'extraction RH (PRECONC), sert a recalculer l'age a la   *>
*> date du jour (PVIEILL) ; a blanc quand elle n'est pas connue. *>
*> ------------------------------------------------------------- *>
 05 dev-nom pic x(10).
 05 dev-prenom pic x(20).
  88 dev-fct-confirme value "CONFIRME".
  88 dev-fct-expert value "EXPERT".
  88 dev-fct-lead value "LEAD".
 05 dev-date-naissance pic 9(8).
 05 dev-date-naissance-x redefines dev-date-naissance pic x(8).
