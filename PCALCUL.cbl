        access mode is sequential
        file status is ws-sco-fs.

    select composition-file assign to "COMPFILE"
        organization is sequential
        access mode is sequential
        file status is ws-cmp-fs.

    select parametres-file assign to "PARMFILE"
        organization is sequential
        access mode is sequential
data division.
file section.
fd  developpeurs-file
    record contains 72 characters.
copy DEVIDX.

fd  resultats-file
 05 scor-score pic 9(5).
 05 scor-fonction pic x(10).

fd  composition-file
    record contains 130 characters.
01 composition-rec.
copy COMPOSI.

fd  parametres-file
    record contains 80 characters.
01 parametre-rec.
 01 ws-sco-fs pic x(2).
  88 ws-sco-ok value "00".

*>-------composition des scores-----------------------------*
*> une composition par developpeur calcule, ecrite au fil
*> des passes comme la piste d'audit (reprise comprise) :
*> composantes rendues par le sous-programme et points de
*> taille accordes ici.
 01 ws-cmp-fs pic x(2).
  88 ws-cmp-ok value "00".
  88 ws-cmp-non-trouve value "35".

 01 w-Composition.
copy SCORCOMP.

 01 w-Pts-Taille pic 9.
 01 w-Taille-Defaut pic x.
  88 w-Taille-Defaut-oui value "O".

*>-------statistiques des scores----------------------------*
 01 w-Nb-Scores pic 9(5) value zero.
 01 w-Score-Min pic 9(5).

 01 w-Run-Complet-Vu pic x value "N".
  88 w-Run-Complet-Vu-oui value "O".
 01 w-Restaure-Vu pic x value "N".
  88 w-Restaure-Vu-oui value "O".
 01 w-Run-Etat pic x.

*>-------flux interface vers le systeme RH/paie-------------*
		stop run
	end-if

	if w-Skip-Dev > zero
		open extend composition-file
		if not ws-cmp-ok
			if ws-cmp-non-trouve
				open output composition-file
			end-if
		end-if
	else
		open output composition-file
	end-if

	if not ws-cmp-ok
		display "PCALCUL : impossible d'ouvrir COMPFILE (statut " ws-cmp-fs ") - arret"
		move 16 to return-code
		stop run
	end-if

	set TRT-ok to true
end-if
.
*> un enregistrement C du jour pour ce centre signifie que la
*> passe est deja allee au bout : la resoumission est refusee,
*> sauf forcage. un run laisse en D ou E (plantage, reprise
*> sur checkpoint) ne bloque pas. une restauration PRESTAUR
*> (etat R) posterieure au run complet remet le maitre dans
*> un autre etat que celui calcule : le nouveau run est admis.
open input runctl-file
evaluate true
	when ws-run-ok
				not at end
					if run-centre-cout = ent-centre-cout
					   and run-date = w-Date-Jour
						evaluate true
							when run-etat-complet
								set w-Run-Complet-Vu-oui to true
								move "N" to w-Restaure-Vu
							when run-etat-restaure
								if w-Run-Complet-Vu-oui
									move "N" to w-Run-Complet-Vu
									set w-Restaure-Vu-oui to true
								end-if
						end-evaluate
					end-if
			end-read
		end-perform
	perform controler-forcage
end-if

if w-Restaure-Vu-oui
	display "PCALCUL : maitre du centre " ent-centre-cout " restaure par PRESTAUR apres le run complet du jour - nouveau run admis"
end-if

move "D" to w-Run-Etat
perform ecrire-enregistrement-run
.
		exit perform cycle
	end-if

	move "N" to w-Taille-Defaut
	evaluate true
		when dev-taille-grand of developpeur
			move par-pts-grand to w-Pts-Taille
			display "taille du developpeur : grand"
		when dev-taille-moyen of developpeur
			move par-pts-moyen to w-Pts-Taille
			display "taille du developpeur : moyen"
		when dev-taille-petit of developpeur
			move par-pts-petit to w-Pts-Taille
			display "taille du developpeur : petit"
		when other
			move par-pts-moyen to w-Pts-Taille
			set w-Taille-Defaut-oui to true
			display "taille du developpeur : non renseignee"
	end-evaluate
	add w-Pts-Taille to w-resultat(i-Niveau-Calc)

	if dev-age-majeur of developpeur
		display "nom du developpeur : " dev-nom of developpeur
		move zero to w-resultat(i-Niveau-Calc)
	end-if

	perform ecrire-composition

	perform ecrire-checkpoint

	add 1 to i-Niveau-Calc
	move TRT to w-Trt-Avant

	call "sous-prog" using developpeur w-Ss-Statut w-Ss-Score
	     parametres-calcul w-Composition

	end-call

write audit-rec
.

ecrire-composition.

move spaces to composition-rec
move w-Date-Jour to cps-date-run
move dev-centre-cout of developpeur to cps-centre-cout
move dev-nom of developpeur to cps-nom
move dev-prenom of developpeur to cps-prenom
move dev-fonction of developpeur to cps-fonction
move dev-taille of developpeur to cps-taille
move dev-age of developpeur to cps-age
move dev-date-embauche of developpeur to cps-date-embauche
if w-resultat-ok(i-Niveau-Calc)
	move "OK" to cps-statut
else
	move "KO" to cps-statut
end-if
move scc-mult-age to cps-mult-age
move scc-part-age to cps-part-age
move scc-annees-service to cps-annees-service
move scc-bonus-anciennete to cps-bonus-anciennete
move scc-part-anciennete to cps-part-anciennete
move scc-coef-fonction to cps-coef-fonction
move w-Ss-Score to cps-score
move w-Pts-Taille to cps-pts-taille
move w-resultat(i-Niveau-Calc) to cps-resultat
move scc-anciennete-defaut to cps-anciennete-defaut
move scc-fonction-defaut to cps-fonction-defaut
move w-Taille-Defaut to cps-taille-defaut
move w-Parm-Date-Effet to cps-parm-date-effet
move par-seuil-ko-pct to cps-seuil-ko-pct
move par-pts-grand to cps-pts-grand
move par-pts-moyen to cps-pts-moyen
move par-pts-petit to cps-pts-petit
move par-mult-mineur to cps-mult-mineur
move par-mult-majeur to cps-mult-majeur
move w-Ss-Statut to cps-statut-ss

write composition-rec
.

fin.

if w-Entete-Vue-oui
	close developpeurs-file
	close audit-file
	close composition-file
	close rejets-file
	if not w-Ctl-Ko
		perform ecrire-fichier-scores
