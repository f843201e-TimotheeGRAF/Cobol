*> run deja complet le meme jour pour le meme centre (sauf       *>
*> forcage), et PCONSOL s'en sert pour signaler tout centre      *>
*> dont le rapport consolide ne vient pas du cycle du jour.      *>
*> PRESTAUR y ecrit un enregistrement R (maitre restaure depuis  *>
*> une generation DEVGEN) : il autorise un nouveau run PCALCUL   *>
*> le meme jour sans forcage, et PCONSOL signale tout centre     *>
*> restaure apres son dernier run complet.                       *>
*> ------------------------------------------------------------- *>
 05 run-centre-cout pic x(4).
 05 run-date pic 9(8).
  88 run-etat-debut value "D".
  88 run-etat-complet value "C".
  88 run-etat-erreur value "E".
  88 run-etat-restaure value "R".
 05 run-code-retour pic 9(2).
 05 filler pic x(19).
