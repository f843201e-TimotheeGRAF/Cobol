*> le score pondere l'age (multiplicateur mineur ou     *>
*> majeur recu en parametre) par l'anciennete (bonus    *>
*> par annee de service) puis par un coefficient selon  *>
*> la fonction occupee. la composition du score (part   *>
*> age, part anciennete, coefficient, valeurs par       *>
*> defaut appliquees) est rendue a l'appelant pour la   *>
*> tracer.                                              *>
*>-----------------------------------------------------*

data division.
 01 parametres-calcul.
copy CALCPARM.

 01 ss-composition.
copy SCORCOMP.

procedure division using developpeur ss-statut ss-score
    parametres-calcul ss-composition.

calculer-score.

move zero to ws-score
move zero to scc-mult-age scc-part-age scc-annees-service
             scc-part-anciennete scc-coef-fonction
move ws-bonus-anciennete to scc-bonus-anciennete
move "N" to scc-anciennete-defaut scc-fonction-defaut

if dev-nom of developpeur = spaces
	set ss-statut-ko to true
			perform calculer-anciennete
			perform calculer-coef-fonction
			if dev-age of developpeur < 18
				move par-mult-mineur to scc-mult-age
			else
				move par-mult-majeur to scc-mult-age
			end-if
			compute scc-part-age = dev-age of developpeur
			        * scc-mult-age
			compute scc-part-anciennete = ws-annees-service
			        * ws-bonus-anciennete
			move ws-annees-service to scc-annees-service
			move ws-coef-fonction to scc-coef-fonction
			compute ws-score = (scc-part-age + scc-part-anciennete)
			        * ws-coef-fonction
			set ss-statut-ok to true
		end-if

if ws-embauche not numeric
   or ws-embauche = zero or ws-emb-aaaa > ws-jour-aaaa
   or ws-embauche > ws-date-jour(1:8)
	move zero to ws-annees-service
	set scc-anciennete-defaut-oui to true
else
	compute ws-annees-service = ws-jour-aaaa - ws-emb-aaaa
	if ws-jour-mmjj < ws-emb-mmjj and ws-annees-service > zero
		move 3 to ws-coef-fonction
	when dev-fct-confirme of developpeur
		move 2 to ws-coef-fonction
	when dev-fct-junior of developpeur
		move 1 to ws-coef-fonction
	when other
		move 1 to ws-coef-fonction
		set scc-fonction-defaut-oui to true
end-evaluate
.
