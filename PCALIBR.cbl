       >>SOURCE FORMAT FREE
identification division.
program-id. PCALIBR.

*>-----------------------------------------------------*
*> calibrage inter-centres des scores par fonction,     *>
*> pilote par le referentiel des centres (CCREF) comme  *>
*> PCONSOL : pour chaque centre ouvert, relit le        *>
*> fichier de scores du cycle du jour (DD SCOxx, xx =   *>
*> les deux derniers caracteres du code centre) et      *>
*> produit CALRPT : par fonction, la distribution des   *>
*> scores (effectif, minimum, maximum, moyenne,         *>
*> quartiles et mediane au rang le plus proche) par     *>
*> centre et pour l'entreprise, puis l'effectif de      *>
*> chaque tranche du bareme en vigueur (BARFILE, meme   *>
*> regle de choix de ligne que PBONUS). un centre dont  *>
*> la mediane d'une fonction s'ecarte de plus de 20 %   *>
*> de la mediane de l'entreprise est signale, pour      *>
*> revue RH avant le paiement des primes. un fichier de *>
*> scores absent ou qui ne vient pas d'un run complet   *>
*> du jour (registre RUNFILE) est signale et ecarte des *>
*> statistiques. RC 4 des qu'un centre est signale.     *>
*>-----------------------------------------------------*

environment division.
input-output section.
file-control.
    select scores-file assign to w-Dd-Scores
        organization is sequential
        access mode is sequential
        file status is ws-sco-fs.

    select bareme-file assign to "BARFILE"
        organization is sequential
        access mode is sequential
        file status is ws-bar-fs.

    select runctl-file assign to "RUNFILE"
        organization is sequential
        access mode is sequential
        file status is ws-run-fs.

    select reference-file assign to "CCREF"
        organization is sequential
        access mode is sequential
        file status is ws-ccr-fs.

    select rapport-file assign to "CALRPT"
        organization is sequential
        access mode is sequential
        file status is ws-rpt-fs.

data division.
file section.
fd  scores-file
    record contains 45 characters.
01 score-rec.
 05 scor-nom pic x(10).
 05 scor-prenom pic x(20).
 05 scor-score pic 9(5).
 05 scor-fonction pic x(10).

fd  bareme-file
    record contains 80 characters.
01 bareme-rec.
copy BAREME.

fd  runctl-file
    record contains 40 characters.
01 runctl-rec.
copy RUNCTL.

fd  reference-file
    record contains 80 characters.
01 reference-rec.
copy CCREF.

fd  rapport-file
    record contains 80 characters.
01 rapport-rec pic x(80).

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PCALIBR".

*>-------seuils de signalement--------------------------*
*> ecart de mediane au-dela duquel un centre est signale,
*> et effectif minimal d'une fonction dans un centre pour
*> que la comparaison ait un sens.
 01 w-Seuil-Ecart-Pct pic 9(3) value 20.
 01 w-Effectif-Minimal pic 9(3) value 5.

*>-------statuts fichiers-------------------------------*
 01 ws-sco-fs pic x(2).
  88 ws-sco-ok value "00".
  88 ws-sco-eof value "10".

 01 ws-bar-fs pic x(2).
  88 ws-bar-ok value "00".
  88 ws-bar-eof value "10".
  88 ws-bar-absent value "35".

 01 ws-run-fs pic x(2).
  88 ws-run-ok value "00".
  88 ws-run-eof value "10".
  88 ws-run-absent value "35".

 01 ws-ccr-fs pic x(2).
  88 ws-ccr-ok value "00".
  88 ws-ccr-eof value "10".

 01 ws-rpt-fs pic x(2).
  88 ws-rpt-ok value "00".

 01 w-Date-Jour pic 9(8).

*>-------registre des runs---------------------------------*
*> meme controle que PCONSOL : un SCOxx qui ne vient pas
*> d'un run complet du jour fausserait la comparaison.
 01 w-Ledger pic x value "N".
  88 w-Ledger-Present value "O".
 01 w-Dernier-Run-Complet pic 9(8).
 01 w-Restaure-Apres-Run pic x value "N".
  88 w-Restaure-Apres-Run-oui value "O".

*>-------referentiel des centres de cout-------------------*
*> un centre retenu entre dans les statistiques ; un centre
*> ecarte (fichier absent, run perime) est liste avec son
*> motif.
 01 w-Nb-Centres pic 9(3) value zero.
 01 w-Tab-Centres.
  05 w-cc-entree occurs 50 times.
   10 w-cc-code pic x(4).
   10 w-cc-statut pic x.
    88 w-cc-ouvert value "O".
    88 w-cc-ferme value "F".
   10 w-cc-retenu pic x.
    88 w-cc-retenu-oui value "O".
   10 w-cc-nb-scores pic 9(5).
   10 w-cc-motif pic x(32).
 01 i-Centre pic 9(3).
 01 w-Centre-Courant pic x(4).

*>-------nom de DD du centre en cours---------------------*
 01 w-Dd-Scores.
  05 filler pic x(3) value "SCO".
  05 w-dd-sco-suffixe pic x(2).

*>-------bareme en vigueur---------------------------------*
*> lignes de date d'effet anterieure ou egale au jour, avec
*> l'effectif de chaque tranche par centre retenu.
 01 w-Nb-Bar pic 9(3) value zero.
 01 w-Tab-Bareme.
  05 w-bar-entree occurs 200 times.
   10 w-bar-date-effet pic 9(8).
   10 w-bar-fonction pic x(10).
   10 w-bar-score-min pic 9(5).
   10 w-bar-score-max pic 9(5).
   10 w-bar-cpt-total pic 9(5).
   10 w-bar-cpt-centre occurs 50 times pic 9(5).
 01 i-Bar pic 9(3).
 01 i-Trouve pic 9(3).
 01 w-Bar-Date-Recente pic 9(8).
 01 w-Date-Tranche pic 9(8).
 01 w-Date-Tranche-r redefines w-Date-Tranche.
  05 w-dtr-aaaa pic 9(4).
  05 w-dtr-mm pic 9(2).
  05 w-dtr-jj pic 9(2).

*>-------fonctions rencontrees-----------------------------*
 01 w-Nb-Fonctions pic 9(3) value zero.
 01 w-Tab-Fonctions.
  05 w-fct-entree occurs 30 times.
   10 w-fct-code pic x(10).
   10 w-fct-hors-bareme pic 9(5).
 01 i-Fonction pic 9(3).

*>-------scores des centres retenus------------------------*
*> 50 centres de 4000 developpeurs au plus (borne de
*> PCALCUL) ne tiendraient pas : la borne couvre largement
*> le parc actuel, au-dela le programme s'arrete.
 01 w-Nb-Scores pic 9(5) value zero.
 01 w-Tab-Scores.
  05 w-sc-entree occurs 50000 times.
   10 w-sc-centre pic 9(3).
   10 w-sc-fonction pic 9(3).
   10 w-sc-score pic 9(5).
 01 i-Score pic 9(5).

*>-------scores d'une fonction, tries par valeur-----------*
 01 w-Nb-Tri pic 9(5).
 01 w-Tab-Tri.
  05 w-tri-entree occurs 50000 times.
   10 w-tri-score pic 9(5).
   10 w-tri-centre pic 9(3).
 01 i-Tri pic 9(5).
 01 i-Pos pic 9(5).

*>-------serie dont on calcule la distribution------------*
*> toujours triee par valeur croissante (extraite de la
*> table triee de la fonction).
 01 w-Nb-Stat pic 9(5).
 01 w-Tab-Stat.
  05 w-stat-score occurs 50000 times pic 9(5).
 01 w-Stat-Total pic 9(10).
 01 w-Stat-Moyenne pic 9(5).
 01 w-Stat-Q1 pic 9(5).
 01 w-Stat-Mediane pic 9(5).
 01 w-Stat-Q3 pic 9(5).
 01 w-Rang pic 9(5).
 01 w-Pct-Rang pic 9(3).
 01 w-Valeur-Rang pic 9(5).

 01 w-Mediane-Entreprise pic 9(5).
 01 w-Ecart-Pct pic s9(5).
 01 w-Ecart-Abs pic 9(5).

*>-------volumetrie et alertes---------------------------*
 01 w-Nb-Retenus pic 9(3) value zero.
 01 w-Nb-Ecartes pic 9(3) value zero.
 01 w-Nb-Fermes pic 9(3) value zero.
 01 w-Nb-Alertes pic 9(3) value zero.
 01 w-Nb-Hors-Bareme pic 9(5) value zero.

*>-------rapport de calibrage------------------------------*
 01 ws-date-heure.
  05 ws-date-aaaa pic 9(4).
  05 ws-date-mm pic 9(2).
  05 ws-date-jj pic 9(2).
  05 filler pic x(15).

 01 ws-ligne-entete-1 pic x(80).
 01 ws-ligne-entete-2 pic x(80).
 01 ws-ligne-vide pic x(80) value spaces.
 01 w-Ligne pic x(80).

 01 ws-ligne-stat.
  05 filler pic x(2) value spaces.
  05 wls-centre pic x(4).
  05 filler pic x(2) value spaces.
  05 wls-nb pic zzzz9.
  05 filler pic x(2) value spaces.
  05 wls-min pic zzzz9.
  05 filler pic x(2) value spaces.
  05 wls-max pic zzzz9.
  05 filler pic x(2) value spaces.
  05 wls-moyenne pic zzzz9.
  05 filler pic x(2) value spaces.
  05 wls-q1 pic zzzz9.
  05 filler pic x(2) value spaces.
  05 wls-mediane pic zzzz9.
  05 filler pic x(2) value spaces.
  05 wls-q3 pic zzzz9.
  05 filler pic x(2) value spaces.
  05 wls-ecart pic x(5).
  05 filler pic x(1) value spaces.
  05 wls-alerte pic x(17).

 01 w-Ecart-Ed pic +zz9.

 01 ws-ligne-tranche.
  05 filler pic x(4) value spaces.
  05 filler pic x(8) value "TRANCHE ".
  05 wlt-min pic 9(5).
  05 filler pic x(3) value " A ".
  05 wlt-max pic 9(5).
  05 filler pic x(12) value " (BAREME DU ".
  05 wlt-jj pic 9(2).
  05 filler pic x value "/".
  05 wlt-mm pic 9(2).
  05 filler pic x value "/".
  05 wlt-aaaa pic 9(4).
  05 filler pic x(12) value ")  EFFECTIF ".
  05 wlt-cpt pic zzzz9.
  05 filler pic x(16) value spaces.

 01 ws-ligne-tranche-centre.
  05 filler pic x(12) value spaces.
  05 wltc-centre pic x(4).
  05 filler pic x(2) value spaces.
  05 wltc-cpt pic zzzz9.
  05 filler pic x(57) value spaces.

 01 ws-ligne-centre.
  05 filler pic x(2) value spaces.
  05 wlc-centre pic x(4).
  05 filler pic x(2) value spaces.
  05 wlc-nb pic zzzz9.
  05 filler pic x(10) value " SCORE(S) ".
  05 wlc-motif pic x(32).
  05 filler pic x(25) value spaces.

 01 ws-ligne-total.
  05 wto-libelle pic x(34).
  05 wto-valeur pic zzzz9.
  05 filler pic x(41) value spaces.

local-storage section.

01 TRT pic x.
  88 TRT-ok value "O".
  88 TRT-ko value "K".
*>-----------------------------------------------------*
*>-----------------------------------------------------*
procedure division.
*>-----------------------------------------------------*
*>-----------------------------------------------------*
display "Nom du programme : " Nom-Pgm

perform debut
perform charger-centres-scores
perform editer-fonctions
perform fin
stop run
.

debut.

move function current-date to ws-date-heure
move ws-date-heure(1:8) to w-Date-Jour

perform charger-reference-centres
perform charger-bareme

open input runctl-file
evaluate true
	when ws-run-ok
		set w-Ledger-Present to true
		close runctl-file
	when ws-run-absent
		display "PCALIBR : pas de fichier RUNFILE, controle de cycle non effectue"
	when other
		display "PCALIBR : erreur a l'ouverture de RUNFILE (statut " ws-run-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate

open output rapport-file
if not ws-rpt-ok
	display "PCALIBR : impossible d'ouvrir CALRPT (statut " ws-rpt-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move "CALIBRAGE INTER-CENTRES DES SCORES PAR FONCTION - PROGRAMME PCALIBR" to ws-ligne-entete-1
write rapport-rec from ws-ligne-entete-1

move spaces to ws-ligne-entete-2
string "DATE DU TRAITEMENT : " delimited by size
       ws-date-jj delimited by size "/" delimited by size
       ws-date-mm delimited by size "/" delimited by size
       ws-date-aaaa delimited by size
       into ws-ligne-entete-2
write rapport-rec from ws-ligne-entete-2
write rapport-rec from ws-ligne-vide
.

charger-reference-centres.

open input reference-file
if not ws-ccr-ok
	display "PCALIBR : impossible d'ouvrir CCREF (statut " ws-ccr-fs ") - arret"
	move 16 to return-code
	stop run
end-if

perform until ws-ccr-eof
	read reference-file
		at end
			set ws-ccr-eof to true
		not at end
			if w-Nb-Centres < 50
				add 1 to w-Nb-Centres
				move ccr-centre-cout to w-cc-code(w-Nb-Centres)
				move ccr-statut to w-cc-statut(w-Nb-Centres)
				move "N" to w-cc-retenu(w-Nb-Centres)
				move zero to w-cc-nb-scores(w-Nb-Centres)
				move spaces to w-cc-motif(w-Nb-Centres)
			else
				display "PCALIBR : plus de 50 centres sur CCREF - arret"
				move 16 to return-code
				stop run
			end-if
	end-read
end-perform

close reference-file

if w-Nb-Centres = zero
	display "PCALIBR : referentiel CCREF vide - arret"
	move 16 to return-code
	stop run
end-if
.

charger-bareme.

*> le bareme ne sert qu'aux effectifs par tranche : absent,
*> le calibrage des scores reste utile et se fait sans.
open input bareme-file
evaluate true
	when ws-bar-ok
		perform until ws-bar-eof
			read bareme-file
				at end
					set ws-bar-eof to true
				not at end
					if bar-date-effet <= w-Date-Jour
						perform memoriser-ligne-bareme
					end-if
			end-read
		end-perform
		close bareme-file
	when ws-bar-absent
		display "PCALIBR : pas de fichier BARFILE, effectifs par tranche non edites"
	when other
		display "PCALIBR : erreur a l'ouverture de BARFILE (statut " ws-bar-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate
.

memoriser-ligne-bareme.

if w-Nb-Bar < 200
	add 1 to w-Nb-Bar
	initialize w-bar-entree(w-Nb-Bar)
	move bar-date-effet to w-bar-date-effet(w-Nb-Bar)
	move bar-fonction to w-bar-fonction(w-Nb-Bar)
	move bar-score-min to w-bar-score-min(w-Nb-Bar)
	move bar-score-max to w-bar-score-max(w-Nb-Bar)
else
	display "PCALIBR : plus de 200 lignes de bareme en vigueur sur BARFILE - arret"
	move 16 to return-code
	stop run
end-if
.

charger-centres-scores.

perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
	move w-cc-code(i-Centre) to w-Centre-Courant
	if w-cc-ferme(i-Centre)
		add 1 to w-Nb-Fermes
	else
		perform charger-un-centre
	end-if
end-perform

*> liste des centres et de leur sort, avant les fonctions.
move "CENTRES DE COUT" to w-Ligne
write rapport-rec from w-Ligne

perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
	if not w-cc-ferme(i-Centre)
		move w-cc-code(i-Centre) to wlc-centre
		move w-cc-nb-scores(i-Centre) to wlc-nb
		if w-cc-retenu-oui(i-Centre)
			move "RETENU" to wlc-motif
		else
			move w-cc-motif(i-Centre) to wlc-motif
		end-if
		write rapport-rec from ws-ligne-centre
	end-if
end-perform
write rapport-rec from ws-ligne-vide
.

charger-un-centre.

*> les scores d'un centre n'entrent dans les statistiques
*> que s'ils viennent d'un run complet du jour, non suivi
*> d'une restauration du maitre.
if w-Ledger-Present
	perform chercher-dernier-run-complet
	evaluate true
		when w-Dernier-Run-Complet = zero
			move "ECARTE - AUCUN RUN COMPLET" to w-cc-motif(i-Centre)
		when w-Restaure-Apres-Run-oui
			move "ECARTE - RESTAURE SANS RECALCUL" to w-cc-motif(i-Centre)
		when w-Dernier-Run-Complet not = w-Date-Jour
			string "ECARTE - RUN PERIME DU " delimited by size
			       w-Dernier-Run-Complet delimited by size
			       into w-cc-motif(i-Centre)
	end-evaluate
	if w-cc-motif(i-Centre) not = spaces
		add 1 to w-Nb-Ecartes
		add 1 to w-Nb-Alertes
		exit paragraph
	end-if
end-if

move w-Centre-Courant(3:2) to w-dd-sco-suffixe

open input scores-file
if not ws-sco-ok
	move "ECARTE - SCORES ABSENTS" to w-cc-motif(i-Centre)
	add 1 to w-Nb-Ecartes
	add 1 to w-Nb-Alertes
	exit paragraph
end-if

set w-cc-retenu-oui(i-Centre) to true
add 1 to w-Nb-Retenus

perform until ws-sco-eof
	read scores-file
		at end
			set ws-sco-eof to true
		not at end
			add 1 to w-cc-nb-scores(i-Centre)
			perform memoriser-score
	end-read
end-perform

close scores-file
.

chercher-dernier-run-complet.

*> meme lecture du registre que PCONSOL.
move zero to w-Dernier-Run-Complet
move "N" to w-Restaure-Apres-Run

open input runctl-file
if ws-run-ok
	perform until ws-run-eof
		read runctl-file
			at end
				set ws-run-eof to true
			not at end
				if run-centre-cout = w-Centre-Courant
					evaluate true
						when run-etat-complet
							if run-date >= w-Dernier-Run-Complet
								move run-date to w-Dernier-Run-Complet
								move "N" to w-Restaure-Apres-Run
							end-if
						when run-etat-restaure
							if w-Dernier-Run-Complet > zero
							   and run-date >= w-Dernier-Run-Complet
								set w-Restaure-Apres-Run-oui to true
							end-if
					end-evaluate
				end-if
		end-read
	end-perform
	close runctl-file
end-if
.

memoriser-score.

if w-Nb-Scores not < 50000
	display "PCALIBR : plus de 50000 scores sur les centres retenus - arret"
	move 16 to return-code
	stop run
end-if

perform chercher-fonction

add 1 to w-Nb-Scores
move i-Centre to w-sc-centre(w-Nb-Scores)
move i-Fonction to w-sc-fonction(w-Nb-Scores)
move scor-score to w-sc-score(w-Nb-Scores)

*> effectif par tranche, selon la ligne que PBONUS
*> appliquerait : parmi les tranches de la fonction qui
*> contiennent le score, la date d'effet la plus recente.
if w-Nb-Bar = zero
	exit paragraph
end-if

move zero to i-Trouve
perform varying i-Bar from 1 by 1 until i-Bar > w-Nb-Bar
	if w-bar-fonction(i-Bar) = scor-fonction
	   and scor-score >= w-bar-score-min(i-Bar)
	   and scor-score <= w-bar-score-max(i-Bar)
		if i-Trouve = zero
		   or w-bar-date-effet(i-Bar) > w-bar-date-effet(i-Trouve)
			move i-Bar to i-Trouve
		end-if
	end-if
end-perform

if i-Trouve = zero
	add 1 to w-fct-hors-bareme(i-Fonction)
	add 1 to w-Nb-Hors-Bareme
else
	add 1 to w-bar-cpt-total(i-Trouve)
	add 1 to w-bar-cpt-centre(i-Trouve, i-Centre)
end-if
.

chercher-fonction.

move zero to i-Trouve
perform varying i-Fonction from 1 by 1 until i-Fonction > w-Nb-Fonctions
	if w-fct-code(i-Fonction) = scor-fonction
		move i-Fonction to i-Trouve
		exit perform
	end-if
end-perform

if i-Trouve = zero
	if w-Nb-Fonctions < 30
		add 1 to w-Nb-Fonctions
		move scor-fonction to w-fct-code(w-Nb-Fonctions)
		move zero to w-fct-hors-bareme(w-Nb-Fonctions)
		move w-Nb-Fonctions to i-Fonction
	else
		display "PCALIBR : plus de 30 fonctions sur les fichiers de scores - arret"
		move 16 to return-code
		stop run
	end-if
else
	move i-Trouve to i-Fonction
end-if
.

editer-fonctions.

if w-Nb-Scores = zero
	move "AUCUN SCORE SUR LES CENTRES RETENUS" to w-Ligne
	write rapport-rec from w-Ligne
	exit paragraph
end-if

perform varying i-Fonction from 1 by 1 until i-Fonction > w-Nb-Fonctions
	perform editer-une-fonction
end-perform
.

editer-une-fonction.

perform trier-fonction

move spaces to w-Ligne
string "FONCTION " delimited by size
       w-fct-code(i-Fonction) delimited by size
       into w-Ligne
write rapport-rec from w-Ligne
move "  CENTRE     NB    MIN    MAX    MOY     Q1    MED     Q3  ECART  ALERTE" to w-Ligne
write rapport-rec from w-Ligne

*> l'entreprise d'abord : sa mediane sert de reference aux
*> centres.
move w-Nb-Tri to w-Nb-Stat
perform varying i-Tri from 1 by 1 until i-Tri > w-Nb-Tri
	move w-tri-score(i-Tri) to w-stat-score(i-Tri)
end-perform
perform calculer-statistiques
move w-Stat-Mediane to w-Mediane-Entreprise

perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
	if w-cc-retenu-oui(i-Centre)
		perform editer-centre-fonction
	end-if
end-perform

move "ENTR" to wls-centre
move w-Nb-Tri to w-Nb-Stat
perform varying i-Tri from 1 by 1 until i-Tri > w-Nb-Tri
	move w-tri-score(i-Tri) to w-stat-score(i-Tri)
end-perform
perform calculer-statistiques
perform remplir-ligne-stat
move spaces to wls-ecart
move spaces to wls-alerte
write rapport-rec from ws-ligne-stat

perform editer-tranches
write rapport-rec from ws-ligne-vide
.

trier-fonction.

*> insertion des scores de la fonction dans une table
*> triee par valeur croissante ; les statistiques par
*> centre en sont extraites dans le meme ordre.
move zero to w-Nb-Tri

perform varying i-Score from 1 by 1 until i-Score > w-Nb-Scores
	if w-sc-fonction(i-Score) = i-Fonction
		move w-Nb-Tri to i-Pos
		perform until i-Pos = zero
		           or w-tri-score(i-Pos) <= w-sc-score(i-Score)
			move w-tri-entree(i-Pos) to w-tri-entree(i-Pos + 1)
			subtract 1 from i-Pos
		end-perform
		move w-sc-score(i-Score) to w-tri-score(i-Pos + 1)
		move w-sc-centre(i-Score) to w-tri-centre(i-Pos + 1)
		add 1 to w-Nb-Tri
	end-if
end-perform
.

editer-centre-fonction.

move zero to w-Nb-Stat
perform varying i-Tri from 1 by 1 until i-Tri > w-Nb-Tri
	if w-tri-centre(i-Tri) = i-Centre
		add 1 to w-Nb-Stat
		move w-tri-score(i-Tri) to w-stat-score(w-Nb-Stat)
	end-if
end-perform

*> un centre sans developpeur de la fonction n'a pas de
*> ligne.
if w-Nb-Stat = zero
	exit paragraph
end-if

perform calculer-statistiques

move w-cc-code(i-Centre) to wls-centre
perform remplir-ligne-stat

*> ecart de la mediane du centre a celle de l'entreprise,
*> en pourcentage de cette derniere.
if w-Mediane-Entreprise = zero
	if w-Stat-Mediane = zero
		move zero to w-Ecart-Pct
	else
		move 999 to w-Ecart-Pct
	end-if
else
	compute w-Ecart-Pct rounded =
	        (w-Stat-Mediane - w-Mediane-Entreprise) * 100
	        / w-Mediane-Entreprise
end-if
move w-Ecart-Pct to w-Ecart-Ed
move spaces to wls-ecart
string w-Ecart-Ed delimited by size "%" delimited by size
       into wls-ecart

if w-Ecart-Pct < zero
	compute w-Ecart-Abs = zero - w-Ecart-Pct
else
	move w-Ecart-Pct to w-Ecart-Abs
end-if

evaluate true
	when w-Ecart-Abs <= w-Seuil-Ecart-Pct
		move spaces to wls-alerte
	when w-Nb-Stat < w-Effectif-Minimal
		move "EFFECTIF FAIBLE" to wls-alerte
	when w-Ecart-Pct > zero
		move "MEDIANE HAUTE" to wls-alerte
		add 1 to w-Nb-Alertes
	when other
		move "MEDIANE BASSE" to wls-alerte
		add 1 to w-Nb-Alertes
end-evaluate

write rapport-rec from ws-ligne-stat
.

calculer-statistiques.

*> serie w-Tab-Stat triee, w-Nb-Stat > 0. quartiles et
*> mediane au rang le plus proche : rang = plafond de
*> p x n / 100, valeur de la serie a ce rang.
move zero to w-Stat-Total
perform varying i-Tri from 1 by 1 until i-Tri > w-Nb-Stat
	add w-stat-score(i-Tri) to w-Stat-Total
end-perform
compute w-Stat-Moyenne rounded = w-Stat-Total / w-Nb-Stat

move 25 to w-Pct-Rang
perform calculer-rang
move w-Valeur-Rang to w-Stat-Q1

move 50 to w-Pct-Rang
perform calculer-rang
move w-Valeur-Rang to w-Stat-Mediane

move 75 to w-Pct-Rang
perform calculer-rang
move w-Valeur-Rang to w-Stat-Q3
.

calculer-rang.

compute w-Rang = (w-Pct-Rang * w-Nb-Stat + 99) / 100
if w-Rang < 1
	move 1 to w-Rang
end-if
move w-stat-score(w-Rang) to w-Valeur-Rang
.

remplir-ligne-stat.

move w-Nb-Stat to wls-nb
move w-stat-score(1) to wls-min
move w-stat-score(w-Nb-Stat) to wls-max
move w-Stat-Moyenne to wls-moyenne
move w-Stat-Q1 to wls-q1
move w-Stat-Mediane to wls-mediane
move w-Stat-Q3 to wls-q3
.

editer-tranches.

if w-Nb-Bar = zero
	exit paragraph
end-if

*> tranches de la date d'effet la plus recente de la
*> fonction, plus toute tranche plus ancienne encore
*> appliquee a un score.
move zero to w-Bar-Date-Recente
perform varying i-Bar from 1 by 1 until i-Bar > w-Nb-Bar
	if w-bar-fonction(i-Bar) = w-fct-code(i-Fonction)
	   and w-bar-date-effet(i-Bar) > w-Bar-Date-Recente
		move w-bar-date-effet(i-Bar) to w-Bar-Date-Recente
	end-if
end-perform

move "  EFFECTIFS PAR TRANCHE DE BAREME" to w-Ligne
write rapport-rec from w-Ligne

perform varying i-Bar from 1 by 1 until i-Bar > w-Nb-Bar
	if w-bar-fonction(i-Bar) = w-fct-code(i-Fonction)
	   and (w-bar-date-effet(i-Bar) = w-Bar-Date-Recente
	        or w-bar-cpt-total(i-Bar) > zero)
		move w-bar-score-min(i-Bar) to wlt-min
		move w-bar-score-max(i-Bar) to wlt-max
		move w-bar-date-effet(i-Bar) to w-Date-Tranche
		move w-dtr-jj to wlt-jj
		move w-dtr-mm to wlt-mm
		move w-dtr-aaaa to wlt-aaaa
		move w-bar-cpt-total(i-Bar) to wlt-cpt
		write rapport-rec from ws-ligne-tranche
		perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
			if w-bar-cpt-centre(i-Bar, i-Centre) > zero
				move w-cc-code(i-Centre) to wltc-centre
				move w-bar-cpt-centre(i-Bar, i-Centre) to wltc-cpt
				write rapport-rec from ws-ligne-tranche-centre
			end-if
		end-perform
	end-if
end-perform

if w-fct-hors-bareme(i-Fonction) > zero
	move "    HORS BAREME : " to wto-libelle
	move w-fct-hors-bareme(i-Fonction) to wto-valeur
	write rapport-rec from ws-ligne-total
end-if
.

fin.

write rapport-rec from ws-ligne-vide

move "CENTRES RETENUS : " to wto-libelle
move w-Nb-Retenus to wto-valeur
write rapport-rec from ws-ligne-total

move "CENTRES ECARTES : " to wto-libelle
move w-Nb-Ecartes to wto-valeur
write rapport-rec from ws-ligne-total

move "CENTRES FERMES : " to wto-libelle
move w-Nb-Fermes to wto-valeur
write rapport-rec from ws-ligne-total

move "SCORES CALIBRES : " to wto-libelle
move w-Nb-Scores to wto-valeur
write rapport-rec from ws-ligne-total

move "SCORES HORS BAREME : " to wto-libelle
move w-Nb-Hors-Bareme to wto-valeur
write rapport-rec from ws-ligne-total

move "SIGNALEMENTS : " to wto-libelle
move w-Nb-Alertes to wto-valeur
write rapport-rec from ws-ligne-total

close rapport-file

if w-Nb-Alertes > zero and return-code = zero
	move 4 to return-code
end-if

display "PCALIBR : " w-Nb-Retenus " centre(s) retenu(s), " w-Nb-Ecartes " ecarte(s), " w-Nb-Scores " score(s), " w-Nb-Alertes " signalement(s)"
display "rapport de calibrage ecrit sur CALRPT"
.
