       >>SOURCE FORMAT FREE
identification division.
program-id. PSIMUL.

*>-----------------------------------------------------*
*> simulation d'impact des lignes datees a venir de     *>
*> PARMFILE (parametres de calcul) et de BARFILE        *>
*> (bareme des primes) avant leur date d'effet : pour   *>
*> chaque centre ouvert du referentiel CCREF, relit le  *>
*> maitre du jour (DD DEVxx, xx = les deux derniers     *>
*> caracteres du code centre) et score chaque           *>
*> developpeur deux fois, avec les parametres et le     *>
*> bareme en vigueur ce jour puis avec ceux en vigueur  *>
*> a la prochaine date d'effet future trouvee sur l'un  *>
*> des deux fichiers. le rapport SIMRPT donne, par      *>
*> developpeur, par centre et par fonction, l'ecart de  *>
*> score, les bascules OK/KO et l'ecart de cout en      *>
*> euros. programme de lecture seule : aucun des        *>
*> fichiers du cycle (RESFILE, SCORFILE, INTFILE,       *>
*> AUDFILE, RUNFILE) n'est ecrit ni meme ouvert.        *>
*>-----------------------------------------------------*

environment division.
input-output section.
file-control.
    select maitre-file assign to w-Dd-Maitre
        organization is indexed
        access mode is sequential
        record key is mix-cle
        file status is ws-dev-fs.

    select parametres-file assign to "PARMFILE"
        organization is sequential
        access mode is sequential
        file status is ws-par-fs.

    select bareme-file assign to "BARFILE"
        organization is sequential
        access mode is sequential
        file status is ws-bar-fs.

    select reference-file assign to "CCREF"
        organization is sequential
        access mode is sequential
        file status is ws-ccr-fs.

    select rapport-file assign to "SIMRPT"
        organization is sequential
        access mode is sequential
        file status is ws-rpt-fs.

data division.
file section.
fd  maitre-file
    record contains 72 characters.
copy DEVIDX.

fd  parametres-file
    record contains 80 characters.
01 parametre-rec.
copy PARMREC.

fd  bareme-file
    record contains 80 characters.
01 bareme-rec.
copy BAREME.

fd  reference-file
    record contains 80 characters.
01 reference-rec.
copy CCREF.

fd  rapport-file
    record contains 80 characters.
01 rapport-rec pic x(80).

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PSIMUL".

*>-------indices---------------------------------------*
 01 i-Parm pic 9(3).
 01 i-Bar pic 9(3).
 01 i-Trouve pic 9(3).
 01 i-Fonction pic 9(3).

*>-------statuts fichiers-------------------------------*
 01 ws-dev-fs pic x(2).
  88 ws-dev-ok value "00".
  88 ws-dev-eof value "10".

 01 ws-par-fs pic x(2).
  88 ws-par-ok value "00".
  88 ws-par-eof value "10".
  88 ws-par-absent value "35".

 01 ws-bar-fs pic x(2).
  88 ws-bar-ok value "00".
  88 ws-bar-eof value "10".
  88 ws-bar-absent value "35".

 01 ws-ccr-fs pic x(2).
  88 ws-ccr-ok value "00".
  88 ws-ccr-eof value "10".

 01 ws-rpt-fs pic x(2).
  88 ws-rpt-ok value "00".

*>-------dates---------------------------------------------*
*> w-Date-Simul est la plus proche date d'effet posterieure
*> a la date du jour sur PARMFILE ou BARFILE ; w-Date-Ref
*> est la date a laquelle on retient parametres et bareme
*> (date du jour pour le scenario actuel, w-Date-Simul pour
*> le scenario simule).
 01 w-Date-Jour pic 9(8).
 01 w-Date-Simul pic 9(8) value zero.
 01 w-Date-Ref pic 9(8).
 01 w-Nb-Dates-Ulterieures pic 9(3) value zero.
 01 w-Chgt-Parm pic x value "N".
  88 w-Chgt-Parm-oui value "O".
 01 w-Chgt-Bareme pic x value "N".
  88 w-Chgt-Bareme-oui value "O".

*>-------parametres de calcul-------------------------------*
*> toutes les lignes de PARMFILE sont gardees : les deux
*> jeux de parametres (actuel et simule) en sont tires avec
*> la meme regle que charger-parametres de PCALCUL (la ligne
*> la plus recente anterieure ou egale a la date de
*> reference, valeurs par defaut sinon). parametres-calcul
*> est le jeu passe a SOUS-PROG, recharge avant chaque
*> scenario depuis w-Parm-Actuels ou w-Parm-Simules.
 01 parametres-calcul.
copy CALCPARM.

 01 w-Parm-Actuels pic x(8).
 01 w-Parm-Simules pic x(8).
 01 w-Parm-Date-Effet pic 9(8).
 01 w-Parm-Date-Actuelle pic 9(8).
 01 w-Parm-Date-Simulee pic 9(8).

 01 w-Nb-Parm pic 9(3) value zero.
 01 w-Tab-Parametres.
  05 w-prm-entree occurs 100 times.
   10 w-prm-date-effet pic 9(8).
*> meme ordre de zones que CALCPARM.cpy.
   10 w-prm-valeurs pic x(8).

*>-------bareme des primes---------------------------------*
*> toutes les lignes sont chargees, futures comprises : la
*> recherche filtre sur la date de reference du scenario,
*> puis la date d'effet la plus recente l'emporte parmi les
*> tranches qui contiennent le score, comme dans PBONUS.
 01 w-Nb-Bar pic 9(3) value zero.
 01 w-Tab-Bareme.
  05 w-bar-entree occurs 200 times.
   10 w-bar-date-effet pic 9(8).
   10 w-bar-fonction pic x(10).
   10 w-bar-score-min pic 9(5).
   10 w-bar-score-max pic 9(5).
   10 w-bar-montant pic 9(7)v99.
 01 w-Cle-Fonction pic x(10).
 01 w-Cle-Score pic 9(5).

*>-------referentiel des centres de cout-------------------*
*> la liste des centres a simuler vient de CCREF ; il sert
*> aussi a la mise en quarantaine des developpeurs porteurs
*> d'un centre inconnu ou ferme, comme dans PCALCUL.
 01 w-Nb-Centres pic 9(3) value zero.
 01 w-Tab-Centres.
  05 w-cc-entree occurs 50 times.
   10 w-cc-code pic x(4).
   10 w-cc-statut pic x.
    88 w-cc-ouvert value "O".
    88 w-cc-ferme value "F".
 01 i-Centre pic 9(3).
 01 i-Centre-Controle pic 9(3).
 01 w-Centre-Controle pic x(4).
 01 w-Centre-Etat pic x.
  88 w-Centre-Valide value "V".
  88 w-Centre-Ferme value "F".
  88 w-Centre-Inconnu value "N".

*>-------nom de DD du maitre du centre en cours------------*
 01 w-Dd-Maitre.
  05 filler pic x(3) value "DEV".
  05 w-dd-dev-suffixe pic x(2).

 01 w-Centre-Courant pic x(4).
 01 w-Maitre-Statut pic x.
  88 w-Maitre-Ok value "O".
  88 w-Maitre-Ko value "K".
 01 w-Maitre-Motif pic x(40).

*>-------developpeur en cours--------------------------------*
 01 developpeur.
copy DEVELOP.

 01 w-Quarantaine pic x.
  88 w-Quarantaine-oui value "O".
  88 w-Quarantaine-non value "N".

 01 w-Ss-Statut pic x.
  88 w-Ss-Ok value "O".
  88 w-Ss-Ko value "K".
 01 w-Ss-Score pic 9(5) value zero.
*> composition rendue par le sous-programme, non exploitee
*> par la simulation.
 01 w-Composition.
copy SCORCOMP.

*> resultat d'un scenario (zones de travail de
*> calculer-scenario).
 01 w-Pts pic 9(3).
 01 w-Sc-Score pic 9(5).
 01 w-Sc-Statut pic x.
  88 w-Sc-Ok value "O".
  88 w-Sc-Ko value "K".
 01 w-Sc-Prime pic 9(7)v99.
 01 w-Sc-Bareme pic x.
  88 w-Sc-Bareme-oui value "O".
  88 w-Sc-Bareme-non value "N".

*> les deux scenarios du developpeur.
 01 w-Score-Act pic 9(5).
 01 w-Score-Sim pic 9(5).
 01 w-Statut-Act pic x.
  88 w-Statut-Act-ok value "O".
 01 w-Statut-Sim pic x.
  88 w-Statut-Sim-ok value "O".
 01 w-Prime-Act pic 9(7)v99.
 01 w-Prime-Sim pic 9(7)v99.
 01 w-Bareme-Act pic x.
  88 w-Bareme-Act-oui value "O".
 01 w-Bareme-Sim pic x.
  88 w-Bareme-Sim-oui value "O".
 01 w-Ecart-Score pic s9(5).
 01 w-Ecart-Prime pic s9(7)v99.
 01 w-Dev-Modifie pic x.
  88 w-Dev-Modifie-oui value "O".

*>-------cumuls du centre en cours-------------------------*
 01 w-Cumuls-Centre.
  05 w-cce-nb pic 9(6).
  05 w-cce-modifies pic 9(6).
  05 w-cce-ok-ko pic 9(6).
  05 w-cce-ko-ok pic 9(6).
  05 w-cce-cout-act pic 9(9)v99.
  05 w-cce-cout-sim pic 9(9)v99.
 01 w-Cc-Quarantaine pic 9(6).
 01 w-Cc-Ko-Act pic 9(6).
 01 w-Cc-Ko-Sim pic 9(6).
 01 w-Cc-Sans-Bareme pic 9(6).
 01 w-Pct-Ko-Act pic 9(3).
 01 w-Pct-Ko-Sim pic 9(3).
 01 w-Seuil-Act pic 9(3).
 01 w-Seuil-Sim pic 9(3).

*>-------recapitulatifs par centre et par fonction--------*
*> la table des centres simules suit l'ordre de CCREF
*> (meme indice que w-Tab-Centres) ; la table des fonctions
*> se remplit a la rencontre, la derniere entree recueille
*> les fonctions au-dela de la capacite.
 01 w-Tab-Recap-Centres.
  05 w-rc-entree occurs 50 times.
   10 w-rc-simule pic x.
    88 w-rc-simule-oui value "O".
   10 w-rc-cumuls.
    15 w-rc-nb pic 9(6).
    15 w-rc-modifies pic 9(6).
    15 w-rc-ok-ko pic 9(6).
    15 w-rc-ko-ok pic 9(6).
    15 w-rc-cout-act pic 9(9)v99.
    15 w-rc-cout-sim pic 9(9)v99.

 01 w-Nb-Fonctions pic 9(3) value zero.
 01 w-Tab-Recap-Fonctions.
  05 w-rf-entree occurs 20 times.
   10 w-rf-fonction pic x(10).
   10 w-rf-cumuls.
    15 w-rf-nb pic 9(6).
    15 w-rf-modifies pic 9(6).
    15 w-rf-ok-ko pic 9(6).
    15 w-rf-ko-ok pic 9(6).
    15 w-rf-cout-act pic 9(9)v99.
    15 w-rf-cout-sim pic 9(9)v99.

 01 w-Cumuls-Total.
  05 w-tot-nb pic 9(6) value zero.
  05 w-tot-modifies pic 9(6) value zero.
  05 w-tot-ok-ko pic 9(6) value zero.
  05 w-tot-ko-ok pic 9(6) value zero.
  05 w-tot-cout-act pic 9(9)v99 value zero.
  05 w-tot-cout-sim pic 9(9)v99 value zero.

*> ligne en cours d'impression d'un recapitulatif.
 01 w-Recap-Courant.
  05 w-rcp-nb pic 9(6).
  05 w-rcp-modifies pic 9(6).
  05 w-rcp-ok-ko pic 9(6).
  05 w-rcp-ko-ok pic 9(6).
  05 w-rcp-cout-act pic 9(9)v99.
  05 w-rcp-cout-sim pic 9(9)v99.
 01 w-Rcp-Code pic x(10).
 01 w-Rcp-Ecart pic s9(9)v99.

 01 w-Nb-Centres-Simules pic 9(3) value zero.
 01 w-Nb-Alertes pic 9(3) value zero.

*>-------rapport de simulation-----------------------------*
 01 ws-date-heure.
  05 ws-date-aaaa pic 9(4).
  05 ws-date-mm pic 9(2).
  05 ws-date-jj pic 9(2).
  05 filler pic x(15).

 01 ws-ligne-entete-1 pic x(80).
 01 ws-ligne-entete-2 pic x(80).
 01 ws-ligne-entete-3 pic x(80).
 01 ws-ligne-vide pic x(80) value spaces.

 01 ws-ligne-developpeur.
  05 filler pic x(2) value spaces.
  05 wdv-nom pic x(10).
  05 filler pic x value space.
  05 wdv-prenom pic x(10).
  05 filler pic x value space.
  05 wdv-fonction pic x(10).
  05 filler pic x value space.
  05 wdv-score-act pic zzzz9.
  05 filler pic x value space.
  05 wdv-score-sim pic zzzz9.
  05 filler pic x value space.
  05 wdv-ecart-score pic -zzzz9.
  05 filler pic x value space.
  05 wdv-bascule pic x(5).
  05 filler pic x value space.
  05 wdv-prime-act pic zzzzz9.99.
  05 filler pic x value space.
  05 wdv-ecart-prime pic -zzzzz9.99.

 01 ws-ligne-recap.
  05 filler pic x(2) value spaces.
  05 wrc-code pic x(10).
  05 filler pic x value space.
  05 wrc-nb pic zzzz9.
  05 filler pic x value space.
  05 wrc-modifies pic zzzz9.
  05 filler pic x value space.
  05 wrc-ok-ko pic zzzz9.
  05 filler pic x value space.
  05 wrc-ko-ok pic zzzz9.
  05 filler pic x value space.
  05 wrc-cout-act pic zzzzzzz9.99.
  05 filler pic x value space.
  05 wrc-cout-sim pic zzzzzzz9.99.
  05 filler pic x value space.
  05 wrc-ecart pic -zzzzzzz9.99.
  05 filler pic x(7) value spaces.

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
if TRT-ok
	perform simuler-centres
	perform ecrire-recapitulatif
end-if
perform fin
stop run
.

debut.

set TRT-ok to true

move function current-date to ws-date-heure
move ws-date-heure(1:8) to w-Date-Jour

perform charger-reference-centres
perform charger-parametres
perform charger-bareme
perform determiner-date-simulee

move w-Date-Jour to w-Date-Ref
perform retenir-parametres
move parametres-calcul to w-Parm-Actuels
move w-Parm-Date-Effet to w-Parm-Date-Actuelle

if w-Date-Simul > zero
	move w-Date-Simul to w-Date-Ref
	perform retenir-parametres
	move parametres-calcul to w-Parm-Simules
	move w-Parm-Date-Effet to w-Parm-Date-Simulee
end-if

perform ouvrir-rapport-simulation

*> rien de date a venir : le rapport le dit et s'arrete la,
*> il n'y a pas d'impact a chiffrer.
if w-Date-Simul = zero
	move "AUCUNE LIGNE DATEE A VENIR SUR PARMFILE NI SUR BARFILE - RIEN A SIMULER" to ws-ligne-entete-3
	write rapport-rec from ws-ligne-entete-3
	display "PSIMUL : aucune ligne datee a venir, rien a simuler"
	set TRT-ko to true
end-if
.

charger-reference-centres.

*> sans referentiel, on ne sait pas quels maitres relire :
*> on s'arrete.
open input reference-file
if not ws-ccr-ok
	display "PSIMUL : impossible d'ouvrir CCREF (statut " ws-ccr-fs ") - arret"
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
			else
				display "PSIMUL : plus de 50 centres sur CCREF - arret"
				move 16 to return-code
				stop run
			end-if
	end-read
end-perform

close reference-file

if w-Nb-Centres = zero
	display "PSIMUL : referentiel CCREF vide - arret"
	move 16 to return-code
	stop run
end-if
.

controler-centre-cout.

set w-Centre-Inconnu to true
move 1 to i-Centre-Controle

perform until i-Centre-Controle > w-Nb-Centres or not w-Centre-Inconnu
	if w-cc-code(i-Centre-Controle) = w-Centre-Controle
		if w-cc-statut(i-Centre-Controle) = "F"
			set w-Centre-Ferme to true
		else
			set w-Centre-Valide to true
		end-if
	end-if
	add 1 to i-Centre-Controle
end-perform
.

charger-parametres.

*> meme tolerance que PCALCUL : sans PARMFILE, les deux
*> scenarios tournent sur les valeurs par defaut et seul
*> le bareme peut faire une difference.
open input parametres-file
evaluate true
	when ws-par-ok
		perform until ws-par-eof
			read parametres-file
				at end
					set ws-par-eof to true
				not at end
					perform memoriser-ligne-parametres
			end-read
		end-perform
		close parametres-file
	when ws-par-absent
		display "PSIMUL : pas de fichier PARMFILE, valeurs par defaut"
	when other
		display "PSIMUL : erreur a l'ouverture de PARMFILE (statut " ws-par-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate
.

memoriser-ligne-parametres.

if w-Nb-Parm < 100
	add 1 to w-Nb-Parm
	move prm-date-effet to w-prm-date-effet(w-Nb-Parm)
	move parametre-rec(9:8) to w-prm-valeurs(w-Nb-Parm)
else
	display "PSIMUL : plus de 100 lignes sur PARMFILE - arret"
	move 16 to return-code
	stop run
end-if
.

charger-bareme.

*> le bareme porte de l'argent : comme dans PBONUS, un
*> bareme absent ou vide est un arret franc.
open input bareme-file
evaluate true
	when ws-bar-ok
		perform until ws-bar-eof
			read bareme-file
				at end
					set ws-bar-eof to true
				not at end
					perform memoriser-ligne-bareme
			end-read
		end-perform
		close bareme-file
	when ws-bar-absent
		display "PSIMUL : pas de fichier BARFILE - arret"
		move 16 to return-code
		stop run
	when other
		display "PSIMUL : erreur a l'ouverture de BARFILE (statut " ws-bar-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate

if w-Nb-Bar = zero
	display "PSIMUL : aucune ligne de bareme sur BARFILE - arret"
	move 16 to return-code
	stop run
end-if
.

memoriser-ligne-bareme.

if w-Nb-Bar < 200
	add 1 to w-Nb-Bar
	move bar-date-effet to w-bar-date-effet(w-Nb-Bar)
	move bar-fonction to w-bar-fonction(w-Nb-Bar)
	move bar-score-min to w-bar-score-min(w-Nb-Bar)
	move bar-score-max to w-bar-score-max(w-Nb-Bar)
	move bar-montant to w-bar-montant(w-Nb-Bar)
else
	display "PSIMUL : plus de 200 lignes sur BARFILE - arret"
	move 16 to return-code
	stop run
end-if
.

determiner-date-simulee.

*> la prochaine date d'effet future, tous fichiers
*> confondus : c'est la premiere qui changera les scores ou
*> les montants. les dates encore au-dela sont seulement
*> comptees et signalees, elles se simuleront une fois
*> celle-ci passee.
move zero to w-Date-Simul

perform varying i-Parm from 1 by 1 until i-Parm > w-Nb-Parm
	if w-prm-date-effet(i-Parm) > w-Date-Jour
		if w-Date-Simul = zero
		   or w-prm-date-effet(i-Parm) < w-Date-Simul
			move w-prm-date-effet(i-Parm) to w-Date-Simul
		end-if
	end-if
end-perform

perform varying i-Bar from 1 by 1 until i-Bar > w-Nb-Bar
	if w-bar-date-effet(i-Bar) > w-Date-Jour
		if w-Date-Simul = zero
		   or w-bar-date-effet(i-Bar) < w-Date-Simul
			move w-bar-date-effet(i-Bar) to w-Date-Simul
		end-if
	end-if
end-perform

perform varying i-Parm from 1 by 1 until i-Parm > w-Nb-Parm
	evaluate true
		when w-prm-date-effet(i-Parm) = w-Date-Simul and w-Date-Simul > zero
			set w-Chgt-Parm-oui to true
		when w-prm-date-effet(i-Parm) > w-Date-Simul and w-Date-Simul > zero
			add 1 to w-Nb-Dates-Ulterieures
	end-evaluate
end-perform

perform varying i-Bar from 1 by 1 until i-Bar > w-Nb-Bar
	evaluate true
		when w-bar-date-effet(i-Bar) = w-Date-Simul and w-Date-Simul > zero
			set w-Chgt-Bareme-oui to true
		when w-bar-date-effet(i-Bar) > w-Date-Simul and w-Date-Simul > zero
			add 1 to w-Nb-Dates-Ulterieures
	end-evaluate
end-perform
.

retenir-parametres.

*> meme regle que charger-parametres de PCALCUL, a la date
*> de reference w-Date-Ref.
move 20 to par-seuil-ko-pct
move 3 to par-pts-grand
move 2 to par-pts-moyen
move 1 to par-pts-petit
move 1 to par-mult-mineur
move 2 to par-mult-majeur
move zero to w-Parm-Date-Effet

perform varying i-Parm from 1 by 1 until i-Parm > w-Nb-Parm
	if w-prm-date-effet(i-Parm) <= w-Date-Ref
	   and w-prm-date-effet(i-Parm) > w-Parm-Date-Effet
		move w-prm-date-effet(i-Parm) to w-Parm-Date-Effet
		move w-prm-valeurs(i-Parm) to parametres-calcul
	end-if
end-perform
.

ouvrir-rapport-simulation.

open output rapport-file
if not ws-rpt-ok
	display "PSIMUL : impossible d'ouvrir SIMRPT (statut " ws-rpt-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move spaces to ws-ligne-entete-1
string "SIMULATION D'IMPACT DES PARAMETRES ET BAREMES A VENIR - PROGRAMME " delimited by size
       Nom-Pgm delimited by size
       into ws-ligne-entete-1
write rapport-rec from ws-ligne-entete-1

move spaces to ws-ligne-entete-2
string "DATE DU TRAITEMENT : " delimited by size
       ws-date-jj delimited by size "/" delimited by size
       ws-date-mm delimited by size "/" delimited by size
       ws-date-aaaa delimited by size
       into ws-ligne-entete-2
write rapport-rec from ws-ligne-entete-2

if w-Date-Simul = zero
	exit paragraph
end-if

move spaces to ws-ligne-entete-3
string "DATE D'EFFET SIMULEE : " delimited by size
       w-Date-Simul delimited by size
       " - LIGNES A CETTE DATE : PARMFILE " delimited by size
       w-Chgt-Parm delimited by size
       " / BARFILE " delimited by size
       w-Chgt-Bareme delimited by size
       into ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3

move w-Parm-Actuels to parametres-calcul
move spaces to ws-ligne-entete-3
string "ACTUEL (EFFET " delimited by size
       w-Parm-Date-Actuelle delimited by size
       ") : SEUIL KO " delimited by size
       par-seuil-ko-pct delimited by size
       "% - POINTS G/M/P " delimited by size
       par-pts-grand delimited by size
       "/" delimited by size
       par-pts-moyen delimited by size
       "/" delimited by size
       par-pts-petit delimited by size
       " - MULT " delimited by size
       par-mult-mineur delimited by size
       "/" delimited by size
       par-mult-majeur delimited by size
       into ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3

move w-Parm-Simules to parametres-calcul
move spaces to ws-ligne-entete-3
string "SIMULE (EFFET " delimited by size
       w-Parm-Date-Simulee delimited by size
       ") : SEUIL KO " delimited by size
       par-seuil-ko-pct delimited by size
       "% - POINTS G/M/P " delimited by size
       par-pts-grand delimited by size
       "/" delimited by size
       par-pts-moyen delimited by size
       "/" delimited by size
       par-pts-petit delimited by size
       " - MULT " delimited by size
       par-mult-mineur delimited by size
       "/" delimited by size
       par-mult-majeur delimited by size
       into ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3

*> SOUS-PROG calcule l'anciennete a la date du jour : les
*> deux scenarios ne different que par les parametres et le
*> bareme, l'ecart mesure est celui des lignes datees.
move "ANCIENNETE A LA DATE DU JOUR DANS LES DEUX SCENARIOS" to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3

if w-Nb-Dates-Ulterieures > zero
	move spaces to ws-ligne-entete-3
	string "ATTENTION : " delimited by size
	       w-Nb-Dates-Ulterieures delimited by size
	       " LIGNE(S) DATEE(S) AU-DELA, NON SIMULEE(S) ICI" delimited by size
	       into ws-ligne-entete-3
	write rapport-rec from ws-ligne-entete-3
end-if
.

simuler-centres.

perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
	move w-cc-code(i-Centre) to w-Centre-Courant
	move "N" to w-rc-simule(i-Centre)
	write rapport-rec from ws-ligne-vide
	if w-cc-ferme(i-Centre)
		perform signaler-centre-ferme
	else
		perform simuler-un-centre
	end-if
end-perform
.

signaler-centre-ferme.

move spaces to ws-ligne-entete-3
string "CENTRE " delimited by size
       w-Centre-Courant delimited by size
       " : CENTRE FERME - NON SIMULE" delimited by size
       into ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
.

simuler-un-centre.

*> le DD du maitre porte les deux derniers caracteres du
*> code centre (CC10 -> DEV10) : un DD absent ou un maitre
*> sans controle est signale et le centre saute, les autres
*> centres sont simules quand meme.
initialize w-Cumuls-Centre
move zero to w-Cc-Quarantaine
move zero to w-Cc-Ko-Act
move zero to w-Cc-Ko-Sim
move zero to w-Cc-Sans-Bareme

move w-Centre-Courant(3:2) to w-dd-dev-suffixe

perform lire-controle-maitre

if w-Maitre-Ko
	move spaces to ws-ligne-entete-3
	string "CENTRE " delimited by size
	       w-Centre-Courant delimited by size
	       " : " delimited by size
	       w-Maitre-Motif delimited by "  "
	       " - NON SIMULE" delimited by size
	       into ws-ligne-entete-3
	write rapport-rec from ws-ligne-entete-3
	add 1 to w-Nb-Alertes
	exit paragraph
end-if

move spaces to ws-ligne-entete-3
string "CENTRE " delimited by size
       w-Centre-Courant delimited by size
       into ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3

move "  NOM        PRENOM     FONCTION   SCACT SCSIM  ECART BASC. PRIME ACT  ECART EUR" to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3

perform until ws-dev-eof
	read maitre-file
		at end
			set ws-dev-eof to true
		not at end
			move mix-developpeur to developpeur
			perform simuler-developpeur
	end-read
end-perform

close maitre-file

perform ecrire-total-centre
.

lire-controle-maitre.

*> l'enregistrement de controle arrive en tete (cle
*> reservee, voir DEVIDX.cpy) et doit porter le centre du
*> DD : un maitre d'un autre centre monte par erreur
*> fausserait toute la simulation du centre.
set w-Maitre-Ok to true

open input maitre-file
if not ws-dev-ok
	set w-Maitre-Ko to true
	move "MAITRE ABSENT" to w-Maitre-Motif
	exit paragraph
end-if

read maitre-file
	at end
		set w-Maitre-Ko to true
		move "ENREGISTREMENT DE CONTROLE ABSENT" to w-Maitre-Motif
	not at end
		evaluate true
			when not mix-cle-controle
				set w-Maitre-Ko to true
				move "ENREGISTREMENT DE CONTROLE ABSENT" to w-Maitre-Motif
			when mxc-centre-cout not = w-Centre-Courant
				set w-Maitre-Ko to true
				move spaces to w-Maitre-Motif
				string "MAITRE DU CENTRE " delimited by size
				       mxc-centre-cout delimited by size
				       into w-Maitre-Motif
		end-evaluate
end-read

if w-Maitre-Ko
	close maitre-file
end-if
.

simuler-developpeur.

perform valider-developpeur

if w-Quarantaine-oui
	add 1 to w-Cc-Quarantaine
	exit paragraph
end-if

move w-Parm-Actuels to parametres-calcul
move w-Date-Jour to w-Date-Ref
perform calculer-scenario
move w-Sc-Score to w-Score-Act
move w-Sc-Statut to w-Statut-Act
move w-Sc-Prime to w-Prime-Act
move w-Sc-Bareme to w-Bareme-Act

move w-Parm-Simules to parametres-calcul
move w-Date-Simul to w-Date-Ref
perform calculer-scenario
move w-Sc-Score to w-Score-Sim
move w-Sc-Statut to w-Statut-Sim
move w-Sc-Prime to w-Prime-Sim
move w-Sc-Bareme to w-Bareme-Sim

compute w-Ecart-Score = w-Score-Sim - w-Score-Act
compute w-Ecart-Prime = w-Prime-Sim - w-Prime-Act

move "N" to w-Dev-Modifie
if w-Ecart-Score not = zero or w-Ecart-Prime not = zero
   or w-Statut-Act not = w-Statut-Sim
	set w-Dev-Modifie-oui to true
end-if

perform cumuler-developpeur
perform ecrire-ligne-developpeur
.

valider-developpeur.

*> memes controles que valider-developpeur de PCALCUL : un
*> developpeur qui partirait en quarantaine n'est ni score
*> ni paye, il est seulement compte.
set w-Quarantaine-non to true

evaluate true
	when dev-nom of developpeur = spaces
		set w-Quarantaine-oui to true
	when not dev-age-mineur of developpeur and not dev-age-majeur of developpeur
		set w-Quarantaine-oui to true
	when not dev-taille-grand of developpeur
	     and not dev-taille-moyen of developpeur
	     and not dev-taille-petit of developpeur
		set w-Quarantaine-oui to true
end-evaluate

if w-Quarantaine-non
	move dev-centre-cout of developpeur to w-Centre-Controle
	perform controler-centre-cout
	if not w-Centre-Valide
		set w-Quarantaine-oui to true
	end-if
end-if
.

calculer-scenario.

*> reprend traitement de PCALCUL avec le jeu de parametres
*> charge dans parametres-calcul : points de taille, appel
*> de SOUS-PROG, OK si le resultat est non nul ; puis le
*> montant de la prime comme PBONUS le calculerait a la
*> date de reference w-Date-Ref (PBONUS paie tout score
*> ecrit sur SCORFILE, KO compris).
evaluate true
	when dev-taille-grand of developpeur
		move par-pts-grand to w-Pts
	when dev-taille-petit of developpeur
		move par-pts-petit to w-Pts
	when other
		move par-pts-moyen to w-Pts
end-evaluate

call "sous-prog" using developpeur w-Ss-Statut w-Ss-Score
     parametres-calcul w-Composition
end-call

move w-Ss-Score to w-Sc-Score
if w-Ss-Ok and w-Pts > zero
	set w-Sc-Ok to true
else
	set w-Sc-Ko to true
end-if

move dev-fonction of developpeur to w-Cle-Fonction
move w-Sc-Score to w-Cle-Score
perform chercher-ligne-bareme

if i-Trouve = zero
	set w-Sc-Bareme-non to true
	move zero to w-Sc-Prime
else
	set w-Sc-Bareme-oui to true
	move w-bar-montant(i-Trouve) to w-Sc-Prime
end-if
.

chercher-ligne-bareme.

*> parmi les tranches de la fonction, en vigueur a la date
*> de reference, qui contiennent le score, la date d'effet
*> la plus recente l'emporte.
move zero to i-Trouve

perform varying i-Bar from 1 by 1 until i-Bar > w-Nb-Bar
	if w-bar-date-effet(i-Bar) <= w-Date-Ref
	   and w-bar-fonction(i-Bar) = w-Cle-Fonction
	   and w-Cle-Score >= w-bar-score-min(i-Bar)
	   and w-Cle-Score <= w-bar-score-max(i-Bar)
		if i-Trouve = zero
		   or w-bar-date-effet(i-Bar) > w-bar-date-effet(i-Trouve)
			move i-Bar to i-Trouve
		end-if
	end-if
end-perform
.

cumuler-developpeur.

add 1 to w-cce-nb
add w-Prime-Act to w-cce-cout-act
add w-Prime-Sim to w-cce-cout-sim
if w-Dev-Modifie-oui
	add 1 to w-cce-modifies
end-if
if w-Statut-Act-ok and not w-Statut-Sim-ok
	add 1 to w-cce-ok-ko
end-if
if w-Statut-Sim-ok and not w-Statut-Act-ok
	add 1 to w-cce-ko-ok
end-if
if not w-Statut-Act-ok
	add 1 to w-Cc-Ko-Act
end-if
if not w-Statut-Sim-ok
	add 1 to w-Cc-Ko-Sim
end-if
if not w-Bareme-Act-oui or not w-Bareme-Sim-oui
	add 1 to w-Cc-Sans-Bareme
end-if

*> cumul par fonction, tous centres confondus.
move 1 to i-Fonction
perform until i-Fonction > w-Nb-Fonctions
              or w-rf-fonction(i-Fonction) = dev-fonction of developpeur
	add 1 to i-Fonction
end-perform

if i-Fonction > w-Nb-Fonctions
	if w-Nb-Fonctions < 20
		add 1 to w-Nb-Fonctions
		move w-Nb-Fonctions to i-Fonction
		initialize w-rf-cumuls(i-Fonction)
		move dev-fonction of developpeur to w-rf-fonction(i-Fonction)
		if w-Nb-Fonctions = 20
			move "(AUTRES)" to w-rf-fonction(i-Fonction)
		end-if
	else
		move 20 to i-Fonction
	end-if
end-if

add 1 to w-rf-nb(i-Fonction)
add w-Prime-Act to w-rf-cout-act(i-Fonction)
add w-Prime-Sim to w-rf-cout-sim(i-Fonction)
if w-Dev-Modifie-oui
	add 1 to w-rf-modifies(i-Fonction)
end-if
if w-Statut-Act-ok and not w-Statut-Sim-ok
	add 1 to w-rf-ok-ko(i-Fonction)
end-if
if w-Statut-Sim-ok and not w-Statut-Act-ok
	add 1 to w-rf-ko-ok(i-Fonction)
end-if
.

ecrire-ligne-developpeur.

move dev-nom of developpeur to wdv-nom
move dev-prenom of developpeur to wdv-prenom
move dev-fonction of developpeur to wdv-fonction
move w-Score-Act to wdv-score-act
move w-Score-Sim to wdv-score-sim
move w-Ecart-Score to wdv-ecart-score
evaluate true
	when w-Statut-Act-ok and not w-Statut-Sim-ok
		move "OK>KO" to wdv-bascule
	when w-Statut-Sim-ok and not w-Statut-Act-ok
		move "KO>OK" to wdv-bascule
	when w-Statut-Act-ok
		move "OK" to wdv-bascule
	when other
		move "KO" to wdv-bascule
end-evaluate
move w-Prime-Act to wdv-prime-act
move w-Ecart-Prime to wdv-ecart-prime
write rapport-rec from ws-ligne-developpeur

if not w-Bareme-Act-oui or not w-Bareme-Sim-oui
	move spaces to ws-ligne-entete-3
	string "    SANS LIGNE DE BAREME APPLICABLE - ACTUEL " delimited by size
	       w-Bareme-Act delimited by size
	       " / SIMULE " delimited by size
	       w-Bareme-Sim delimited by size
	       " (N = AUCUNE LIGNE)" delimited by size
	       into ws-ligne-entete-3
	write rapport-rec from ws-ligne-entete-3
end-if
.

ecrire-total-centre.

set w-rc-simule-oui(i-Centre) to true
move w-Cumuls-Centre to w-rc-cumuls(i-Centre)
add 1 to w-Nb-Centres-Simules

add w-cce-nb to w-tot-nb
add w-cce-modifies to w-tot-modifies
add w-cce-ok-ko to w-tot-ok-ko
add w-cce-ko-ok to w-tot-ko-ok
add w-cce-cout-act to w-tot-cout-act
add w-cce-cout-sim to w-tot-cout-sim

move "  DEVELOPPEURS SIMULES : " to wto-libelle
move w-cce-nb to wto-valeur
write rapport-rec from ws-ligne-total

move "  EN QUARANTAINE (NON SIMULES) : " to wto-libelle
move w-Cc-Quarantaine to wto-valeur
write rapport-rec from ws-ligne-total

move "  DEVELOPPEURS IMPACTES : " to wto-libelle
move w-cce-modifies to wto-valeur
write rapport-rec from ws-ligne-total

move "  SANS LIGNE DE BAREME : " to wto-libelle
move w-Cc-Sans-Bareme to wto-valeur
write rapport-rec from ws-ligne-total

*> meme denominateur que compter-ok-ko de PCALCUL : la
*> quarantaine ne dilue pas le taux de KO.
move zero to w-Pct-Ko-Act
move zero to w-Pct-Ko-Sim
if w-cce-nb > zero
	compute w-Pct-Ko-Act = w-Cc-Ko-Act * 100 / w-cce-nb
	compute w-Pct-Ko-Sim = w-Cc-Ko-Sim * 100 / w-cce-nb
end-if

move w-Parm-Actuels to parametres-calcul
move par-seuil-ko-pct to w-Seuil-Act
move w-Parm-Simules to parametres-calcul
move par-seuil-ko-pct to w-Seuil-Sim

move spaces to ws-ligne-entete-3
string "  % KO ACTUEL " delimited by size
       w-Pct-Ko-Act delimited by size
       " (SEUIL " delimited by size
       w-Seuil-Act delimited by size
       ") / SIMULE " delimited by size
       w-Pct-Ko-Sim delimited by size
       " (SEUIL " delimited by size
       w-Seuil-Sim delimited by size
       ")" delimited by size
       into ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3

if w-Pct-Ko-Sim > w-Seuil-Sim
	move "  ATTENTION : LE CALCUL DU CENTRE S'ARRETERAIT EN RC 12 (SEUIL DE KO DEPASSE)" to ws-ligne-entete-3
	write rapport-rec from ws-ligne-entete-3
	add 1 to w-Nb-Alertes
end-if

if w-Cc-Sans-Bareme > zero
	add 1 to w-Nb-Alertes
end-if
.

ecrire-recapitulatif.

write rapport-rec from ws-ligne-vide
move "RECAPITULATIF PAR CENTRE" to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
perform ecrire-entete-recap

perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
	if w-rc-simule-oui(i-Centre)
		move w-cc-code(i-Centre) to w-Rcp-Code
		move w-rc-cumuls(i-Centre) to w-Recap-Courant
		perform ecrire-ligne-recap
	end-if
end-perform

write rapport-rec from ws-ligne-vide
move "RECAPITULATIF PAR FONCTION (TOUS CENTRES)" to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
perform ecrire-entete-recap

perform varying i-Fonction from 1 by 1 until i-Fonction > w-Nb-Fonctions
	move w-rf-fonction(i-Fonction) to w-Rcp-Code
	move w-rf-cumuls(i-Fonction) to w-Recap-Courant
	perform ecrire-ligne-recap
end-perform

write rapport-rec from ws-ligne-vide
move "TOTAL" to w-Rcp-Code
move w-Cumuls-Total to w-Recap-Courant
perform ecrire-ligne-recap
.

ecrire-entete-recap.

move "                NB IMPAC OK>KO KO>OK COUT ACTUEL COUT SIMULE    ECART EUR" to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
.

ecrire-ligne-recap.

move w-Rcp-Code to wrc-code
move w-rcp-nb to wrc-nb
move w-rcp-modifies to wrc-modifies
move w-rcp-ok-ko to wrc-ok-ko
move w-rcp-ko-ok to wrc-ko-ok
move w-rcp-cout-act to wrc-cout-act
move w-rcp-cout-sim to wrc-cout-sim
compute w-Rcp-Ecart = w-rcp-cout-sim - w-rcp-cout-act
move w-Rcp-Ecart to wrc-ecart
write rapport-rec from ws-ligne-recap
.

fin.

if ws-rpt-ok
	close rapport-file
	display "rapport de simulation ecrit sur SIMRPT"
end-if

if w-Nb-Alertes > zero and return-code = zero
	move 4 to return-code
end-if

display "PSIMUL : " w-Nb-Centres-Simules " centre(s) simule(s), " w-tot-nb " developpeur(s), " w-tot-modifies " impacte(s), " w-Nb-Alertes " alerte(s)"
.
