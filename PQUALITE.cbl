       >>SOURCE FORMAT FREE
identification division.
program-id. PQUALITE.

*>-----------------------------------------------------*
*> profil de qualite des maitres developpeurs, pilote  *>
*> par le referentiel des centres (CCREF) comme        *>
*> PCONSOL : pour chaque centre ouvert, relit le       *>
*> maitre (DD DEVxx, xx = les deux derniers caracteres *>
*> du code centre) et liste sur QUALRPT chaque fiche   *>
*> qui passe par une valeur par defaut silencieuse de  *>
*> la chaine (taille non renseignee : points moyens    *>
*> dans PCALCUL ; fonction inconnue : coefficient 1 et *>
*> embauche absente, non numerique ou future :         *>
*> anciennete nulle dans SOUS-PROG) ou qui porte une   *>
*> valeur suspecte (age invraisemblable, date de       *>
*> naissance invalide, embauche avant 16 ans, nom ou   *>
*> prenom mal cadre ou de casse irreguliere, qui casse *>
*> la cle nom + prenom). l'indice de qualite du centre *>
*> (pourcentage de fiches sans anomalie) est ajoute a  *>
*> l'historique QUALHIST et compare a la derniere      *>
*> mesure anterieure. lecture seule des maitres.       *>
*> RC 4 = anomalie, maitre non profile ou indice en    *>
*> baisse.                                             *>
*>-----------------------------------------------------*

environment division.
input-output section.
file-control.
    select maitre-file assign to w-Dd-Maitre
        organization is indexed
        access mode is sequential
        record key is mix-cle
        file status is ws-dev-fs.

    select reference-file assign to "CCREF"
        organization is sequential
        access mode is sequential
        file status is ws-ccr-fs.

    select historique-file assign to "QUALHIST"
        organization is sequential
        access mode is sequential
        file status is ws-qhi-fs.

    select rapport-file assign to "QUALRPT"
        organization is sequential
        access mode is sequential
        file status is ws-rpt-fs.

data division.
file section.
fd  maitre-file
    record contains 72 characters.
copy DEVIDX.

fd  reference-file
    record contains 80 characters.
01 reference-rec.
copy CCREF.

fd  historique-file
    record contains 80 characters.
01 historique-rec.
copy QUALHIS.

fd  rapport-file
    record contains 80 characters.
01 rapport-rec pic x(80).

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PQUALITE".

*>-------bornes de vraisemblance-------------------------*
*> un age hors de ces bornes, ou une embauche avant l'age
*> minimal, est signale comme suspect.
 01 w-Age-Minimal pic 9(3) value 16.
 01 w-Age-Maximal pic 9(3) value 70.

*>-------statuts fichiers-------------------------------*
 01 ws-dev-fs pic x(2).
  88 ws-dev-ok value "00".
  88 ws-dev-eof value "10".

 01 ws-ccr-fs pic x(2).
  88 ws-ccr-ok value "00".
  88 ws-ccr-eof value "10".

 01 ws-qhi-fs pic x(2).
  88 ws-qhi-ok value "00".
  88 ws-qhi-eof value "10".
  88 ws-qhi-absent value "35".

 01 ws-rpt-fs pic x(2).
  88 ws-rpt-ok value "00".

*>-------dates---------------------------------------------*
 01 w-Date-Jour pic 9(8).
 01 w-Date-Jour-r redefines w-Date-Jour.
  05 w-jour-aaaa pic 9(4).
  05 w-jour-mmjj pic 9(4).

 01 w-Embauche pic 9(8).
 01 w-Embauche-r redefines w-Embauche.
  05 w-emb-aaaa pic 9(4).
  05 w-emb-mmjj pic 9(4).

 01 w-Date-16-Ans pic 9(8).
 01 w-Annee-Naissance pic s9(5).
 01 w-Age-Embauche pic s9(5).

 01 w-Date-Edit pic 9(8).
 01 w-Date-Edit-r redefines w-Date-Edit.
  05 w-ded-aaaa pic 9(4).
  05 w-ded-mm pic 9(2).
  05 w-ded-jj pic 9(2).

*>-------referentiel des centres de cout-------------------*
*> la derniere mesure anterieure au jour de chaque centre
*> est reprise de l'historique QUALHIST.
 01 w-Nb-Centres pic 9(3) value zero.
 01 w-Tab-Centres.
  05 w-cc-entree occurs 50 times.
   10 w-cc-code pic x(4).
   10 w-cc-statut pic x.
    88 w-cc-ouvert value "O".
    88 w-cc-ferme value "F".
   10 w-cc-profile pic x.
    88 w-cc-profile-oui value "O".
   10 w-cc-fiches pic 9(6).
   10 w-cc-saines pic 9(6).
   10 w-cc-indice pic 9(3).
   10 w-cc-prec-date pic 9(8).
   10 w-cc-prec-indice pic 9(3).
   10 w-cc-motif pic x(40).
   10 w-cc-compteurs pic x(48).
 01 i-Centre pic 9(3).
 01 i-Trouve pic 9(3).
 01 w-Centre-Courant pic x(4).

*>-------nom de DD du maitre du centre en cours------------*
 01 w-Dd-Maitre.
  05 filler pic x(3) value "DEV".
  05 w-dd-dev-suffixe pic x(2).

 01 w-Maitre-Statut pic x.
  88 w-Maitre-Ok value "O".
  88 w-Maitre-Ko value "K".

 01 developpeur.
copy DEVELOP.

*>-------compteurs du centre en cours----------------------*
*> une fiche compte une fois par type d'anomalie, meme si
*> plusieurs motifs du meme type la touchent.
 01 w-Cpt-Centre.
  05 w-Cc-Nb-Enr pic 9(6).
  05 w-Cc-Nb-Sains pic 9(6).
  05 w-Cc-Nb-Taille pic 9(6).
  05 w-Cc-Nb-Fonction pic 9(6).
  05 w-Cc-Nb-Embauche pic 9(6).
  05 w-Cc-Nb-Age pic 9(6).
  05 w-Cc-Nb-Embauche-16 pic 9(6).
  05 w-Cc-Nb-Cle pic 9(6).

*>-------controles de la fiche en cours--------------------*
 01 w-Dev-Anomalie pic x.
  88 w-Dev-Anomalie-oui value "O".
 01 w-Embauche-Valide pic x.
  88 w-Embauche-Valide-oui value "O".
 01 w-Naissance-Valide pic x.
  88 w-Naissance-Valide-oui value "O".
 01 w-Type-Signale pic x.
  88 w-Type-Signale-oui value "O".
 01 w-Motif pic x(46).

*>-------controle de cadrage et de casse d'un nom----------*
*> une partie de nom commence au debut de la zone ou apres
*> un espace, un tiret ou une apostrophe : sa premiere
*> lettre est majuscule, les suivantes minuscules (meme
*> convention que les fiches de l'extraction RH).
 01 w-Zone-Nom pic x(20).
 01 w-Lg-Zone pic 9(2).
 01 w-Car pic x.
 01 i-Car pic 9(2).
 01 w-Nb-Espaces pic 9(2).
 01 w-Debut-Mot pic x.
  88 w-Debut-Mot-oui value "O".
 01 w-Zone-Espaces pic x.
  88 w-Zone-Espaces-oui value "O".
 01 w-Zone-Casse pic x.
  88 w-Zone-Casse-oui value "O".

*>-------volumetrie et alertes---------------------------*
 01 w-Nb-Profiles pic 9(3) value zero.
 01 w-Nb-Non-Profiles pic 9(3) value zero.
 01 w-Nb-Fermes pic 9(3) value zero.
 01 w-Nb-Anomalies pic 9(6) value zero.
 01 w-Nb-En-Baisse pic 9(3) value zero.
 01 w-Nb-Alertes pic 9(5) value zero.
 01 w-Ecart-Indice pic s9(3).

*>-------rapport de qualite------------------------------*
 01 ws-date-heure.
  05 ws-date-aaaa pic 9(4).
  05 ws-date-mm pic 9(2).
  05 ws-date-jj pic 9(2).
  05 filler pic x(15).

 01 ws-ligne-entete-1 pic x(80).
 01 ws-ligne-entete-2 pic x(80).
 01 ws-ligne-vide pic x(80) value spaces.
 01 w-Ligne pic x(80).

 01 ws-ligne-anomalie.
  05 filler pic x(2) value spaces.
  05 wla-nom pic x(10).
  05 filler pic x value space.
  05 wla-prenom pic x(20).
  05 filler pic x value space.
  05 wla-motif pic x(46).

 01 ws-ligne-total.
  05 wto-libelle pic x(34).
  05 wto-valeur pic zzzz9.
  05 filler pic x(41) value spaces.

 01 ws-ligne-synthese.
  05 filler pic x(2).
  05 wls-centre pic x(4).
  05 filler pic x(4).
  05 wls-nb-enr pic zzzzz9.
  05 filler pic x(2).
  05 wls-nb-sains pic zzzzz9.
  05 filler pic x(5).
  05 wls-indice pic zz9.
  05 filler pic x(4).
  05 wls-precedent pic x(3).
  05 filler pic x(3).
  05 wls-ecart pic x(4).
  05 filler pic x(1).
  05 wls-tendance pic x(33).

 01 w-Indice-Ed pic zz9.
 01 w-Ecart-Ed pic +zz9.
 01 w-Tendance pic x(20).

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
perform profiler-centres
perform ecrire-historique
perform fin
stop run
.

debut.

move function current-date to ws-date-heure
move ws-date-heure(1:8) to w-Date-Jour

perform charger-reference-centres
perform charger-historique

open output rapport-file
if not ws-rpt-ok
	display "PQUALITE : impossible d'ouvrir QUALRPT (statut " ws-rpt-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move "PROFIL DE QUALITE DES MAITRES DEVELOPPEURS - PROGRAMME PQUALITE" to ws-ligne-entete-1
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
	display "PQUALITE : impossible d'ouvrir CCREF (statut " ws-ccr-fs ") - arret"
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
				initialize w-cc-entree(w-Nb-Centres)
				move ccr-centre-cout to w-cc-code(w-Nb-Centres)
				move ccr-statut to w-cc-statut(w-Nb-Centres)
				move "N" to w-cc-profile(w-Nb-Centres)
			else
				display "PQUALITE : plus de 50 centres sur CCREF - arret"
				move 16 to return-code
				stop run
			end-if
	end-read
end-perform

close reference-file

if w-Nb-Centres = zero
	display "PQUALITE : referentiel CCREF vide - arret"
	move 16 to return-code
	stop run
end-if
.

charger-historique.

*> derniere mesure de chaque centre anterieure au jour : une
*> reprise le meme jour se compare toujours a la mesure
*> precedente, pas a celle du passage qu'elle remplace.
open input historique-file
evaluate true
	when ws-qhi-ok
		perform until ws-qhi-eof
			read historique-file
				at end
					set ws-qhi-eof to true
				not at end
					if qhi-date-mesure < w-Date-Jour
						perform retenir-mesure-precedente
					end-if
			end-read
		end-perform
		close historique-file
	when ws-qhi-absent
		display "PQUALITE : pas encore d'historique QUALHIST, premiere mesure"
	when other
		display "PQUALITE : erreur a l'ouverture de QUALHIST (statut " ws-qhi-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate
.

retenir-mesure-precedente.

move zero to i-Trouve
perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
	if w-cc-code(i-Centre) = qhi-centre-cout
		move i-Centre to i-Trouve
		exit perform
	end-if
end-perform

if i-Trouve > zero
	if qhi-date-mesure >= w-cc-prec-date(i-Trouve)
		move qhi-date-mesure to w-cc-prec-date(i-Trouve)
		move qhi-indice to w-cc-prec-indice(i-Trouve)
	end-if
end-if
.

profiler-centres.

perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
	move w-cc-code(i-Centre) to w-Centre-Courant
	if w-cc-ferme(i-Centre)
		add 1 to w-Nb-Fermes
		move "CENTRE FERME" to w-cc-motif(i-Centre)
		move spaces to w-Ligne
		string "CENTRE " delimited by size
		       w-Centre-Courant delimited by size
		       " : CENTRE FERME - NON PROFILE" delimited by size
		       into w-Ligne
		write rapport-rec from w-Ligne
		write rapport-rec from ws-ligne-vide
	else
		perform profiler-un-centre
	end-if
end-perform

perform editer-synthese
.

profiler-un-centre.

initialize w-Cpt-Centre

move w-Centre-Courant(3:2) to w-dd-dev-suffixe

perform lire-controle-maitre

if w-Maitre-Ko
	move spaces to w-Ligne
	string "CENTRE " delimited by size
	       w-Centre-Courant delimited by size
	       " : " delimited by size
	       w-cc-motif(i-Centre) delimited by "  "
	       " - NON PROFILE" delimited by size
	       into w-Ligne
	write rapport-rec from w-Ligne
	write rapport-rec from ws-ligne-vide
	add 1 to w-Nb-Non-Profiles
	add 1 to w-Nb-Alertes
	exit paragraph
end-if

move spaces to w-Ligne
string "CENTRE " delimited by size
       w-Centre-Courant delimited by size
       " - MAITRE " delimited by size
       w-Dd-Maitre delimited by size
       into w-Ligne
write rapport-rec from w-Ligne

move "  NOM        PRENOM               ANOMALIE" to w-Ligne
write rapport-rec from w-Ligne

perform until ws-dev-eof
	read maitre-file
		at end
			set ws-dev-eof to true
		not at end
			move mix-developpeur to developpeur
			perform profiler-developpeur
	end-read
end-perform

close maitre-file

set w-cc-profile-oui(i-Centre) to true
add 1 to w-Nb-Profiles
move w-Cc-Nb-Enr to w-cc-fiches(i-Centre)
move w-Cc-Nb-Sains to w-cc-saines(i-Centre)
move w-Cpt-Centre to w-cc-compteurs(i-Centre)

*> un maitre vide n'a rien de faux : indice plein.
if w-Cc-Nb-Enr = zero
	move 100 to w-cc-indice(i-Centre)
else
	compute w-cc-indice(i-Centre) = w-Cc-Nb-Sains * 100 / w-Cc-Nb-Enr
end-if

perform ecrire-total-centre
.

lire-controle-maitre.

*> meme controle que PSIMUL : l'enregistrement de controle
*> arrive en tete et doit porter le centre du DD.
set w-Maitre-Ok to true

open input maitre-file
if not ws-dev-ok
	set w-Maitre-Ko to true
	move "MAITRE ABSENT" to w-cc-motif(i-Centre)
	exit paragraph
end-if

read maitre-file
	at end
		set w-Maitre-Ko to true
		move "ENREGISTREMENT DE CONTROLE ABSENT" to w-cc-motif(i-Centre)
	not at end
		evaluate true
			when not mix-cle-controle
				set w-Maitre-Ko to true
				move "ENREGISTREMENT DE CONTROLE ABSENT" to w-cc-motif(i-Centre)
			when mxc-centre-cout not = w-Centre-Courant
				set w-Maitre-Ko to true
				move spaces to w-cc-motif(i-Centre)
				string "MAITRE DU CENTRE " delimited by size
				       mxc-centre-cout delimited by size
				       into w-cc-motif(i-Centre)
		end-evaluate
end-read

if w-Maitre-Ko
	close maitre-file
end-if
.

profiler-developpeur.

move "N" to w-Dev-Anomalie
add 1 to w-Cc-Nb-Enr

perform controler-taille
perform controler-fonction
perform controler-embauche
perform controler-age
perform controler-embauche-16-ans
perform controler-cle

if not w-Dev-Anomalie-oui
	add 1 to w-Cc-Nb-Sains
end-if
.

controler-taille.

*> PCALCUL donne les points moyens a une taille hors des
*> trois valeurs connues.
if not dev-taille-grand of developpeur
   and not dev-taille-moyen of developpeur
   and not dev-taille-petit of developpeur
	if dev-taille of developpeur = spaces
		move "TAILLE NON RENSEIGNEE (POINTS MOYENS)" to w-Motif
	else
		move "TAILLE INCONNUE (POINTS MOYENS)" to w-Motif
	end-if
	perform signaler-anomalie
	add 1 to w-Cc-Nb-Taille
end-if
.

controler-fonction.

*> SOUS-PROG donne le coefficient 1 a une fonction inconnue.
if not dev-fct-junior of developpeur
   and not dev-fct-confirme of developpeur
   and not dev-fct-expert of developpeur
   and not dev-fct-lead of developpeur
	if dev-fonction of developpeur = spaces
		move "FONCTION NON RENSEIGNEE (COEFFICIENT 1)" to w-Motif
	else
		move "FONCTION INCONNUE (COEFFICIENT 1)" to w-Motif
	end-if
	perform signaler-anomalie
	add 1 to w-Cc-Nb-Fonction
end-if
.

controler-embauche.

*> SOUS-PROG compte une anciennete nulle pour une embauche
*> absente, non numerique ou posterieure au jour.
move "N" to w-Embauche-Valide

evaluate true
	when dev-date-embauche of developpeur not numeric
		move "EMBAUCHE NON NUMERIQUE (ANCIENNETE NULLE)" to w-Motif
	when dev-date-embauche of developpeur = zero
		move "EMBAUCHE ABSENTE (ANCIENNETE NULLE)" to w-Motif
	when dev-date-embauche of developpeur > w-Date-Jour
		move "EMBAUCHE FUTURE (ANCIENNETE NULLE)" to w-Motif
	when other
		set w-Embauche-Valide-oui to true
end-evaluate

if not w-Embauche-Valide-oui
	perform signaler-anomalie
	add 1 to w-Cc-Nb-Embauche
end-if
.

controler-age.

move "N" to w-Naissance-Valide
move "N" to w-Type-Signale

if dev-date-naissance-x of developpeur not = spaces
	if dev-date-naissance of developpeur is numeric
	   and dev-date-naissance of developpeur > zero
	   and dev-date-naissance of developpeur <= w-Date-Jour
		set w-Naissance-Valide-oui to true
	else
		move "DATE DE NAISSANCE INVALIDE" to w-Motif
		perform signaler-anomalie
		set w-Type-Signale-oui to true
	end-if
end-if

if dev-age of developpeur not numeric
   or dev-age of developpeur < w-Age-Minimal
   or dev-age of developpeur > w-Age-Maximal
	move "AGE INVRAISEMBLABLE" to w-Motif
	perform signaler-anomalie
	set w-Type-Signale-oui to true
end-if

if w-Type-Signale-oui
	add 1 to w-Cc-Nb-Age
end-if
.

controler-embauche-16-ans.

*> l'age a l'embauche se prend sur la date de naissance
*> quand elle est connue, sinon il s'estime a l'annee pres
*> a partir de l'age porte par la fiche.
if not w-Embauche-Valide-oui
	exit paragraph
end-if

move dev-date-embauche of developpeur to w-Embauche

if w-Naissance-Valide-oui
	compute w-Date-16-Ans = dev-date-naissance of developpeur
	        + w-Age-Minimal * 10000
	if w-Embauche < w-Date-16-Ans
		move "EMBAUCHE AVANT 16 ANS" to w-Motif
		perform signaler-anomalie
		add 1 to w-Cc-Nb-Embauche-16
	end-if
else
	if dev-age of developpeur is numeric
	   and dev-age of developpeur > zero
		compute w-Annee-Naissance = w-jour-aaaa - dev-age of developpeur
		compute w-Age-Embauche = w-emb-aaaa - w-Annee-Naissance
		if w-Age-Embauche < w-Age-Minimal
			move "EMBAUCHE AVANT 16 ANS (ESTIMEE SUR L'AGE)" to w-Motif
			perform signaler-anomalie
			add 1 to w-Cc-Nb-Embauche-16
		end-if
	end-if
end-if
.

controler-cle.

move "N" to w-Type-Signale

if dev-nom of developpeur = spaces
	move "NOM VIDE" to w-Motif
	perform signaler-anomalie
	set w-Type-Signale-oui to true
else
	move dev-nom of developpeur to w-Zone-Nom
	move 10 to w-Lg-Zone
	perform controler-zone-nom
	if w-Zone-Espaces-oui
		move "NOM MAL CADRE (ESPACE EN TETE OU DOUBLE)" to w-Motif
		perform signaler-anomalie
		set w-Type-Signale-oui to true
	end-if
	if w-Zone-Casse-oui
		move "NOM DE CASSE IRREGULIERE" to w-Motif
		perform signaler-anomalie
		set w-Type-Signale-oui to true
	end-if
end-if

if dev-prenom of developpeur = spaces
	move "PRENOM VIDE" to w-Motif
	perform signaler-anomalie
	set w-Type-Signale-oui to true
else
	move dev-prenom of developpeur to w-Zone-Nom
	move 20 to w-Lg-Zone
	perform controler-zone-nom
	if w-Zone-Espaces-oui
		move "PRENOM MAL CADRE (ESPACE EN TETE OU DOUBLE)" to w-Motif
		perform signaler-anomalie
		set w-Type-Signale-oui to true
	end-if
	if w-Zone-Casse-oui
		move "PRENOM DE CASSE IRREGULIERE" to w-Motif
		perform signaler-anomalie
		set w-Type-Signale-oui to true
	end-if
end-if

if w-Type-Signale-oui
	add 1 to w-Cc-Nb-Cle
end-if
.

controler-zone-nom.

move "N" to w-Zone-Espaces
move "N" to w-Zone-Casse
move "O" to w-Debut-Mot
move zero to w-Nb-Espaces

perform varying i-Car from 1 by 1 until i-Car > w-Lg-Zone
	move w-Zone-Nom(i-Car:1) to w-Car
	if w-Car = space
		if i-Car = 1
			set w-Zone-Espaces-oui to true
		end-if
		add 1 to w-Nb-Espaces
		move "O" to w-Debut-Mot
	else
		if w-Nb-Espaces > 1
			set w-Zone-Espaces-oui to true
		end-if
		move zero to w-Nb-Espaces
		if w-Debut-Mot-oui
			if w-Car is alphabetic-lower
				set w-Zone-Casse-oui to true
			end-if
		else
			if w-Car is alphabetic-upper
				set w-Zone-Casse-oui to true
			end-if
		end-if
		if w-Car = "-" or w-Car = "'"
			move "O" to w-Debut-Mot
		else
			move "N" to w-Debut-Mot
		end-if
	end-if
end-perform
.

signaler-anomalie.

move dev-nom of developpeur to wla-nom
move dev-prenom of developpeur to wla-prenom
move w-Motif to wla-motif
write rapport-rec from ws-ligne-anomalie

set w-Dev-Anomalie-oui to true
add 1 to w-Nb-Anomalies
add 1 to w-Nb-Alertes
.

ecrire-total-centre.

move "  TAILLE PAR DEFAUT : " to wto-libelle
move w-Cc-Nb-Taille to wto-valeur
write rapport-rec from ws-ligne-total

move "  FONCTION PAR DEFAUT : " to wto-libelle
move w-Cc-Nb-Fonction to wto-valeur
write rapport-rec from ws-ligne-total

move "  EMBAUCHE SANS ANCIENNETE : " to wto-libelle
move w-Cc-Nb-Embauche to wto-valeur
write rapport-rec from ws-ligne-total

move "  AGE OU NAISSANCE SUSPECT : " to wto-libelle
move w-Cc-Nb-Age to wto-valeur
write rapport-rec from ws-ligne-total

move "  EMBAUCHE AVANT 16 ANS : " to wto-libelle
move w-Cc-Nb-Embauche-16 to wto-valeur
write rapport-rec from ws-ligne-total

move "  CLE NOM + PRENOM SUSPECTE : " to wto-libelle
move w-Cc-Nb-Cle to wto-valeur
write rapport-rec from ws-ligne-total

move "  FICHES LUES : " to wto-libelle
move w-Cc-Nb-Enr to wto-valeur
write rapport-rec from ws-ligne-total

move "  FICHES SANS ANOMALIE : " to wto-libelle
move w-Cc-Nb-Sains to wto-valeur
write rapport-rec from ws-ligne-total

move "  INDICE DE QUALITE (%) : " to wto-libelle
move w-cc-indice(i-Centre) to wto-valeur
write rapport-rec from ws-ligne-total

perform calculer-tendance
move spaces to w-Ligne
if w-cc-prec-date(i-Centre) = zero
	string "  TENDANCE : " delimited by size
	       w-Tendance delimited by "  "
	       into w-Ligne
else
	move w-cc-prec-date(i-Centre) to w-Date-Edit
	move w-cc-prec-indice(i-Centre) to w-Indice-Ed
	move w-Ecart-Indice to w-Ecart-Ed
	string "  TENDANCE : " delimited by size
	       w-Tendance delimited by "  "
	       " (" delimited by size
	       w-Ecart-Ed delimited by size
	       " POINTS, INDICE " delimited by size
	       w-Indice-Ed delimited by size
	       " AU " delimited by size
	       w-ded-jj delimited by size "/" delimited by size
	       w-ded-mm delimited by size "/" delimited by size
	       w-ded-aaaa delimited by size
	       ")" delimited by size
	       into w-Ligne
end-if
write rapport-rec from w-Ligne
write rapport-rec from ws-ligne-vide
.

calculer-tendance.

move zero to w-Ecart-Indice
if w-cc-prec-date(i-Centre) = zero
	move "PREMIERE MESURE" to w-Tendance
else
	compute w-Ecart-Indice = w-cc-indice(i-Centre)
	        - w-cc-prec-indice(i-Centre)
	evaluate true
		when w-Ecart-Indice > zero
			move "EN AMELIORATION" to w-Tendance
		when w-Ecart-Indice < zero
			move "EN DEGRADATION" to w-Tendance
		when other
			move "STABLE" to w-Tendance
	end-evaluate
end-if
.

editer-synthese.

move "SYNTHESE PAR CENTRE" to w-Ligne
write rapport-rec from w-Ligne
move "  CENTRE  FICHES  SAINES  INDICE  PREC.  ECART TENDANCE" to w-Ligne
write rapport-rec from w-Ligne

perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
	move spaces to ws-ligne-synthese
	move w-cc-code(i-Centre) to wls-centre
	if w-cc-profile-oui(i-Centre)
		move w-cc-fiches(i-Centre) to wls-nb-enr
		move w-cc-saines(i-Centre) to wls-nb-sains
		move w-cc-indice(i-Centre) to wls-indice
		perform calculer-tendance
		if w-cc-prec-date(i-Centre) = zero
			move "   " to wls-precedent
			move "    " to wls-ecart
		else
			move w-cc-prec-indice(i-Centre) to w-Indice-Ed
			move w-Indice-Ed to wls-precedent
			move w-Ecart-Indice to w-Ecart-Ed
			move w-Ecart-Ed to wls-ecart
		end-if
		move w-Tendance to wls-tendance
		if w-Ecart-Indice < zero
			add 1 to w-Nb-En-Baisse
		end-if
	else
		move w-cc-motif(i-Centre) to wls-tendance
	end-if
	write rapport-rec from ws-ligne-synthese
end-perform
write rapport-rec from ws-ligne-vide
.

ecrire-historique.

*> l'historique est cumulatif (DISP=MOD) : cree au premier
*> passage, complete ensuite. une ligne par centre profile.
if w-Nb-Profiles = zero
	exit paragraph
end-if

open extend historique-file
if not ws-qhi-ok
	if ws-qhi-absent
		open output historique-file
	end-if
end-if
if not ws-qhi-ok
	display "PQUALITE : impossible d'ouvrir QUALHIST (statut " ws-qhi-fs ") - arret"
	move 16 to return-code
	stop run
end-if

perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
	if w-cc-profile-oui(i-Centre)
		perform ecrire-mesure-centre
	end-if
end-perform

close historique-file
.

ecrire-mesure-centre.

move w-cc-compteurs(i-Centre) to w-Cpt-Centre

initialize historique-rec
move w-cc-code(i-Centre) to qhi-centre-cout
move w-Date-Jour to qhi-date-mesure
move w-Cc-Nb-Enr to qhi-nb-enr
move w-Cc-Nb-Sains to qhi-nb-sains
move w-cc-indice(i-Centre) to qhi-indice
move w-Cc-Nb-Taille to qhi-nb-taille
move w-Cc-Nb-Fonction to qhi-nb-fonction
move w-Cc-Nb-Embauche to qhi-nb-embauche
move w-Cc-Nb-Age to qhi-nb-age
move w-Cc-Nb-Embauche-16 to qhi-nb-embauche-16
move w-Cc-Nb-Cle to qhi-nb-cle
write historique-rec
.

fin.

move "CENTRES PROFILES : " to wto-libelle
move w-Nb-Profiles to wto-valeur
write rapport-rec from ws-ligne-total

move "CENTRES NON PROFILES : " to wto-libelle
move w-Nb-Non-Profiles to wto-valeur
write rapport-rec from ws-ligne-total

move "CENTRES FERMES : " to wto-libelle
move w-Nb-Fermes to wto-valeur
write rapport-rec from ws-ligne-total

move "ANOMALIES SIGNALEES : " to wto-libelle
move w-Nb-Anomalies to wto-valeur
write rapport-rec from ws-ligne-total

move "CENTRES EN DEGRADATION : " to wto-libelle
move w-Nb-En-Baisse to wto-valeur
write rapport-rec from ws-ligne-total

close rapport-file

if (w-Nb-Alertes > zero or w-Nb-En-Baisse > zero) and return-code = zero
	move 4 to return-code
end-if

display "PQUALITE : " w-Nb-Profiles " centre(s) profile(s), " w-Nb-Anomalies " anomalie(s), " w-Nb-En-Baisse " centre(s) en degradation"
display "rapport de qualite ecrit sur QUALRPT"
.
