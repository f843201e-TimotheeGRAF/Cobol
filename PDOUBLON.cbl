       >>SOURCE FORMAT FREE
identification division.
program-id. PDOUBLON.

*>-----------------------------------------------------*
*> detection des doublons de developpeurs entre         *>
*> centres de cout, avant paiement des primes : relit   *>
*> le maitre de chaque centre ouvert du referentiel     *>
*> CCREF (DD DEVxx, xx = les deux derniers caracteres   *>
*> du code centre) et compare toutes les fiches entre   *>
*> elles. sont signales : la meme cle nom + prenom      *>
*> active dans deux centres (EX), la meme cle avec une  *>
*> fonction differente (FO), le meme prenom avec la     *>
*> meme date d'embauche et un nom presque identique     *>
*> (PR : casse, espaces ou tirets, une lettre changee,  *>
*> ajoutee, omise ou deux lettres inversees). chaque    *>
*> fiche soupconnee part sur le fichier des suspens     *>
*> SUSFILE (voir SUSPENS.cpy) que PBONUS relit pour     *>
*> retenir la prime ; rapport DBLRPT. une paire de      *>
*> noms proches reconnue comme deux personnes           *>
*> distinctes se declare sur DBLVAL (facultatif) et ne  *>
*> part plus en suspens.                                *>
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

    select validations-file assign to "DBLVAL"
        organization is sequential
        access mode is sequential
        file status is ws-val-fs.

    select suspens-file assign to "SUSFILE"
        organization is sequential
        access mode is sequential
        file status is ws-sus-fs.

    select rapport-file assign to "DBLRPT"
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

*> une paire de fiches validee comme deux personnes
*> distinctes, dans un ordre quelconque.
fd  validations-file
    record contains 80 characters.
01 validation-rec.
 05 val-centre-1 pic x(4).
 05 val-nom-1 pic x(10).
 05 val-prenom-1 pic x(20).
 05 val-centre-2 pic x(4).
 05 val-nom-2 pic x(10).
 05 val-prenom-2 pic x(20).
 05 filler pic x(12).

fd  suspens-file
    record contains 80 characters.
01 suspens-rec.
copy SUSPENS.

fd  rapport-file
    record contains 80 characters.
01 rapport-rec pic x(80).

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PDOUBLON".

*>-------indices---------------------------------------*
 01 i-Dev pic 9(5).
 01 i-Autre pic 9(5).
 01 i-Val pic 9(3).
 01 i-Fiche pic 9(5).
 01 i-Car pic 9(2).
 01 i-Car-Court pic 9(2).

*>-------statuts fichiers-------------------------------*
 01 ws-dev-fs pic x(2).
  88 ws-dev-ok value "00".
  88 ws-dev-eof value "10".

 01 ws-ccr-fs pic x(2).
  88 ws-ccr-ok value "00".
  88 ws-ccr-eof value "10".

 01 ws-val-fs pic x(2).
  88 ws-val-ok value "00".
  88 ws-val-eof value "10".
  88 ws-val-absent value "35".

 01 ws-sus-fs pic x(2).
  88 ws-sus-ok value "00".

 01 ws-rpt-fs pic x(2).
  88 ws-rpt-ok value "00".

 01 w-Date-Jour pic 9(8).

*>-------referentiel des centres de cout-------------------*
 01 w-Nb-Centres pic 9(3) value zero.
 01 w-Tab-Centres.
  05 w-cc-entree occurs 50 times.
   10 w-cc-code pic x(4).
   10 w-cc-statut pic x.
    88 w-cc-ouvert value "O".
    88 w-cc-ferme value "F".
 01 i-Centre pic 9(3).

*>-------nom de DD du maitre du centre en cours------------*
 01 w-Dd-Maitre.
  05 filler pic x(3) value "DEV".
  05 w-dd-dev-suffixe pic x(2).

 01 w-Centre-Courant pic x(4).
 01 w-Nb-Lus-Centre pic 9(5).
 01 w-Maitre-Motif pic x(40).

*>-------fiches de tous les maitres-------------------------*
*> une entree par detail lu, tous centres confondus (4000
*> developpeurs par centre au plus, comme PCALCUL). le nom
*> normalise (majuscules, sans espace, tiret, apostrophe ni
*> point) et sa longueur servent a la comparaison des noms
*> proches ; le suspens garde la premiere fiche qui a fait
*> soupconner celle-ci.
 01 w-Nb-Devs pic 9(5) value zero.
 01 w-Tab-Devs.
  05 w-dv-entree occurs 10000 times.
   10 w-dv-centre pic x(4).
   10 w-dv-nom pic x(10).
   10 w-dv-prenom pic x(20).
   10 w-dv-embauche pic x(8).
   10 w-dv-fonction pic x(10).
   10 w-dv-nom-norm pic x(10).
   10 w-dv-lg-norm pic 9(2).
   10 w-dv-suspens pic x.
    88 w-dv-suspens-oui value "O".
   10 w-dv-type pic x(2).
   10 w-dv-centre-autre pic x(4).
   10 w-dv-nom-autre pic x(10).

*> detail du maitre en cours de lecture
 01 developpeur.
copy DEVELOP.

*>-------paires validees (DBLVAL)---------------------------*
 01 w-Nb-Validations pic 9(3) value zero.
 01 w-Tab-Validations.
  05 w-val-entree occurs 200 times.
   10 w-val-cle-1.
    15 w-val-centre-1 pic x(4).
    15 w-val-nom-1 pic x(10).
    15 w-val-prenom-1 pic x(20).
   10 w-val-cle-2.
    15 w-val-centre-2 pic x(4).
    15 w-val-nom-2 pic x(10).
    15 w-val-prenom-2 pic x(20).
 01 w-Cle-1.
  05 w-cle-centre-1 pic x(4).
  05 w-cle-nom-1 pic x(10).
  05 w-cle-prenom-1 pic x(20).
 01 w-Cle-2.
  05 w-cle-centre-2 pic x(4).
  05 w-cle-nom-2 pic x(10).
  05 w-cle-prenom-2 pic x(20).
 01 w-Paire-Validee pic x.
  88 w-Paire-Validee-oui value "O".
  88 w-Paire-Validee-non value "N".

*>-------comparaison des noms-----------------------------*
 01 w-Nom-Source pic x(10).
 01 w-Nom-Norm pic x(10).
 01 w-Lg-Norm pic 9(2).
 01 w-Car pic x.
 01 w-Nom-Long pic x(10).
 01 w-Lg-Long pic 9(2).
 01 w-Nom-Court pic x(10).
 01 w-Lg-Court pic 9(2).
 01 w-Nb-Ecarts pic 9(2).
 01 w-Pos-Ecart-1 pic 9(2).
 01 w-Pos-Ecart-2 pic 9(2).
 01 w-Noms-Proches pic x.
  88 w-Noms-Proches-oui value "O".
  88 w-Noms-Proches-non value "N".

*>-------paire en cours--------------------------------------*
 01 w-Type-Paire pic x(2).
  88 w-Paire-Aucune value spaces.
  88 w-Paire-Cle-Identique value "EX".
  88 w-Paire-Fonction-Differente value "FO".
  88 w-Paire-Nom-Proche value "PR".
 01 w-Libelle-Paire pic x(40).

*>-------compteurs----------------------------------------*
 01 w-Nb-Centres-Lus pic 9(3) value zero.
 01 w-Nb-Maitres-Ko pic 9(3) value zero.
 01 w-Nb-Cle-Identique pic 9(5) value zero.
 01 w-Nb-Fonction-Differente pic 9(5) value zero.
 01 w-Nb-Nom-Proche pic 9(5) value zero.
 01 w-Nb-Paires-Validees pic 9(5) value zero.
 01 w-Nb-Suspens pic 9(5) value zero.

*>-------rapport des doublons-----------------------------*
 01 ws-date-heure.
  05 ws-date-aaaa pic 9(4).
  05 ws-date-mm pic 9(2).
  05 ws-date-jj pic 9(2).
  05 filler pic x(15).

 01 ws-ligne-entete-1 pic x(80).
 01 ws-ligne-entete-2 pic x(80).
 01 ws-ligne-entete-3 pic x(80).
 01 ws-ligne-vide pic x(80) value spaces.

 01 ws-ligne-fiche.
  05 filler pic x(4) value spaces.
  05 wfi-centre pic x(4).
  05 filler pic x(2) value spaces.
  05 wfi-nom pic x(10).
  05 filler pic x value space.
  05 wfi-prenom pic x(20).
  05 filler pic x value space.
  05 wfi-fonction pic x(10).
  05 filler pic x value space.
  05 wfi-embauche pic x(8).
  05 filler pic x(19) value spaces.

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
perform charger-maitres
perform comparer-fiches
perform ecrire-suspens
perform fin
stop run
.

debut.

set TRT-ok to true

move function current-date to ws-date-heure
move ws-date-heure(1:8) to w-Date-Jour

perform charger-reference-centres
perform charger-validations

open output rapport-file
if not ws-rpt-ok
	display "PDOUBLON : impossible d'ouvrir DBLRPT (statut " ws-rpt-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move spaces to ws-ligne-entete-1
string "RAPPORT DES DOUBLONS INTER-CENTRES - PROGRAMME " delimited by size
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

write rapport-rec from ws-ligne-vide
move "MAITRES CONTROLES" to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
.

charger-reference-centres.

*> sans referentiel, on ne sait pas quels maitres relire :
*> on s'arrete.
open input reference-file
if not ws-ccr-ok
	display "PDOUBLON : impossible d'ouvrir CCREF (statut " ws-ccr-fs ") - arret"
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
				display "PDOUBLON : plus de 50 centres sur CCREF - arret"
				move 16 to return-code
				stop run
			end-if
	end-read
end-perform

close reference-file

if w-Nb-Centres = zero
	display "PDOUBLON : referentiel CCREF vide - arret"
	move 16 to return-code
	stop run
end-if
.

charger-validations.

*> DBLVAL facultatif : sans lui, toute paire detectee part
*> en suspens.
open input validations-file
evaluate true
	when ws-val-ok
		perform until ws-val-eof
			read validations-file
				at end
					set ws-val-eof to true
				not at end
					if w-Nb-Validations < 200
						add 1 to w-Nb-Validations
						move val-centre-1 to w-val-centre-1(w-Nb-Validations)
						move val-nom-1 to w-val-nom-1(w-Nb-Validations)
						move val-prenom-1 to w-val-prenom-1(w-Nb-Validations)
						move val-centre-2 to w-val-centre-2(w-Nb-Validations)
						move val-nom-2 to w-val-nom-2(w-Nb-Validations)
						move val-prenom-2 to w-val-prenom-2(w-Nb-Validations)
					else
						display "PDOUBLON : plus de 200 paires sur DBLVAL - arret"
						move 16 to return-code
						stop run
					end-if
			end-read
		end-perform
		close validations-file
	when ws-val-absent
		display "PDOUBLON : pas de fichier DBLVAL, aucune paire validee"
	when other
		display "PDOUBLON : erreur a l'ouverture de DBLVAL (statut " ws-val-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate
.

charger-maitres.

perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres
	move w-cc-code(i-Centre) to w-Centre-Courant
	if w-cc-ferme(i-Centre)
		move spaces to ws-ligne-entete-3
		string "  " delimited by size
		       w-Centre-Courant delimited by size
		       " : CENTRE FERME - NON CONTROLE" delimited by size
		       into ws-ligne-entete-3
		write rapport-rec from ws-ligne-entete-3
	else
		perform charger-un-maitre
	end-if
end-perform
.

charger-un-maitre.

*> un maitre ouvert au referentiel qui ne peut pas etre lu
*> laisse un trou dans le controle : le centre est signale
*> et le run rendra RC 8, PBONUS ne doit pas tourner sur un
*> controle incomplet.
move w-Centre-Courant(3:2) to w-dd-dev-suffixe
move zero to w-Nb-Lus-Centre
move spaces to w-Maitre-Motif

open input maitre-file
if not ws-dev-ok
	move "MAITRE ABSENT" to w-Maitre-Motif
	perform signaler-maitre-ko
	exit paragraph
end-if

read maitre-file
	at end
		move "ENREGISTREMENT DE CONTROLE ABSENT" to w-Maitre-Motif
	not at end
		evaluate true
			when not mix-cle-controle
				move "ENREGISTREMENT DE CONTROLE ABSENT" to w-Maitre-Motif
			when mxc-centre-cout not = w-Centre-Courant
				string "MAITRE DU CENTRE " delimited by size
				       mxc-centre-cout delimited by size
				       into w-Maitre-Motif
		end-evaluate
end-read

if w-Maitre-Motif not = spaces
	close maitre-file
	perform signaler-maitre-ko
	exit paragraph
end-if

perform until ws-dev-eof
	read maitre-file
		at end
			set ws-dev-eof to true
		not at end
			perform memoriser-fiche
	end-read
end-perform

close maitre-file
add 1 to w-Nb-Centres-Lus

move spaces to ws-ligne-entete-3
string "  " delimited by size
       w-Centre-Courant delimited by size
       " : " delimited by size
       w-Nb-Lus-Centre delimited by size
       " FICHE(S) LUE(S)" delimited by size
       into ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
.

signaler-maitre-ko.

add 1 to w-Nb-Maitres-Ko
set TRT-ko to true

move spaces to ws-ligne-entete-3
string "  " delimited by size
       w-Centre-Courant delimited by size
       " : " delimited by size
       w-Maitre-Motif delimited by "  "
       " - CONTROLE INCOMPLET" delimited by size
       into ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
.

memoriser-fiche.

if w-Nb-Devs not < 10000
	display "PDOUBLON : plus de 10000 fiches sur l'ensemble des maitres - arret"
	move 16 to return-code
	stop run
end-if

add 1 to w-Nb-Devs
add 1 to w-Nb-Lus-Centre

move w-Centre-Courant to w-dv-centre(w-Nb-Devs)
move mix-developpeur to developpeur
move dev-nom of developpeur to w-dv-nom(w-Nb-Devs)
move dev-prenom of developpeur to w-dv-prenom(w-Nb-Devs)
move dev-date-embauche of developpeur to w-dv-embauche(w-Nb-Devs)
move dev-fonction of developpeur to w-dv-fonction(w-Nb-Devs)
move "N" to w-dv-suspens(w-Nb-Devs)
move spaces to w-dv-type(w-Nb-Devs)
move spaces to w-dv-centre-autre(w-Nb-Devs)
move spaces to w-dv-nom-autre(w-Nb-Devs)

move w-dv-nom(w-Nb-Devs) to w-Nom-Source
perform normaliser-nom
move w-Nom-Norm to w-dv-nom-norm(w-Nb-Devs)
move w-Lg-Norm to w-dv-lg-norm(w-Nb-Devs)
.

normaliser-nom.

*> majuscules, sans espace, tiret, apostrophe ni point :
*> "Le Gall", "LE-GALL" et "Legall" se comparent egaux.
move spaces to w-Nom-Norm
move zero to w-Lg-Norm

inspect w-Nom-Source converting "abcdefghijklmnopqrstuvwxyz"
                             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

perform varying i-Car from 1 by 1 until i-Car > 10
	move w-Nom-Source(i-Car:1) to w-Car
	if w-Car not = space and w-Car not = "-"
	   and w-Car not = "'" and w-Car not = "."
		add 1 to w-Lg-Norm
		move w-Car to w-Nom-Norm(w-Lg-Norm:1)
	end-if
end-perform
.

comparer-fiches.

*> toutes les paires de fiches, tous centres confondus ; le
*> prenom identique est la condition commune a tous les
*> cas, il est teste en premier.
write rapport-rec from ws-ligne-vide
move "PAIRES DETECTEES" to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3

perform varying i-Dev from 1 by 1 until i-Dev > w-Nb-Devs
	compute i-Autre = i-Dev + 1
	perform until i-Autre > w-Nb-Devs
		if w-dv-prenom(i-Autre) = w-dv-prenom(i-Dev)
			perform qualifier-paire
		end-if
		add 1 to i-Autre
	end-perform
end-perform
.

qualifier-paire.

move spaces to w-Type-Paire

evaluate true
	when w-dv-nom(i-Autre) = w-dv-nom(i-Dev)
	     and w-dv-fonction(i-Autre) = w-dv-fonction(i-Dev)
		set w-Paire-Cle-Identique to true
		move "EX MEME CLE DANS DEUX CENTRES" to w-Libelle-Paire
	when w-dv-nom(i-Autre) = w-dv-nom(i-Dev)
		set w-Paire-Fonction-Differente to true
		move "FO MEME CLE, FONCTION DIFFERENTE" to w-Libelle-Paire
	when w-dv-embauche(i-Autre) = w-dv-embauche(i-Dev)
		perform comparer-noms
		if w-Noms-Proches-oui
			set w-Paire-Nom-Proche to true
			move "PR MEME PRENOM ET EMBAUCHE, NOM PROCHE" to w-Libelle-Paire
		end-if
end-evaluate

if w-Paire-Aucune
	exit paragraph
end-if

*> seule une paire de noms proches peut etre validee : une
*> meme cle dans deux centres est toujours une erreur.
set w-Paire-Validee-non to true
if w-Paire-Nom-Proche
	perform chercher-validation
end-if

write rapport-rec from ws-ligne-vide
move spaces to ws-ligne-entete-3
if w-Paire-Validee-oui
	add 1 to w-Nb-Paires-Validees
	string "  " delimited by size
	       w-Libelle-Paire delimited by size
	       " - VALIDEE SUR DBLVAL" delimited by size
	       into ws-ligne-entete-3
else
	string "  " delimited by size
	       w-Libelle-Paire delimited by size
	       into ws-ligne-entete-3
	evaluate true
		when w-Paire-Cle-Identique
			add 1 to w-Nb-Cle-Identique
		when w-Paire-Fonction-Differente
			add 1 to w-Nb-Fonction-Differente
		when other
			add 1 to w-Nb-Nom-Proche
	end-evaluate
end-if
write rapport-rec from ws-ligne-entete-3

move i-Dev to i-Fiche
perform ecrire-fiche-paire
move i-Autre to i-Fiche
perform ecrire-fiche-paire

if w-Paire-Validee-non
	perform marquer-suspens
end-if
.

comparer-noms.

*> deux noms sont proches s'ils sont egaux une fois
*> normalises, ou a une seule lettre changee, ajoutee ou
*> omise pres, ou a deux lettres voisines inversees pres.
set w-Noms-Proches-non to true

if w-dv-nom-norm(i-Dev) = w-dv-nom-norm(i-Autre)
	set w-Noms-Proches-oui to true
	exit paragraph
end-if

if w-dv-lg-norm(i-Dev) = w-dv-lg-norm(i-Autre)
	move zero to w-Nb-Ecarts
	move zero to w-Pos-Ecart-1
	move zero to w-Pos-Ecart-2
	perform varying i-Car from 1 by 1 until i-Car > w-dv-lg-norm(i-Dev)
		if w-dv-nom-norm(i-Dev)(i-Car:1) not = w-dv-nom-norm(i-Autre)(i-Car:1)
			add 1 to w-Nb-Ecarts
			if w-Nb-Ecarts = 1
				move i-Car to w-Pos-Ecart-1
			else
				move i-Car to w-Pos-Ecart-2
			end-if
		end-if
	end-perform
	evaluate true
		when w-Nb-Ecarts = 1
			set w-Noms-Proches-oui to true
		when w-Nb-Ecarts = 2 and w-Pos-Ecart-2 = w-Pos-Ecart-1 + 1
		     and w-dv-nom-norm(i-Dev)(w-Pos-Ecart-1:1) = w-dv-nom-norm(i-Autre)(w-Pos-Ecart-2:1)
		     and w-dv-nom-norm(i-Dev)(w-Pos-Ecart-2:1) = w-dv-nom-norm(i-Autre)(w-Pos-Ecart-1:1)
			set w-Noms-Proches-oui to true
	end-evaluate
	exit paragraph
end-if

if w-dv-lg-norm(i-Dev) = w-dv-lg-norm(i-Autre) + 1
	move w-dv-nom-norm(i-Dev) to w-Nom-Long
	move w-dv-lg-norm(i-Dev) to w-Lg-Long
	move w-dv-nom-norm(i-Autre) to w-Nom-Court
	move w-dv-lg-norm(i-Autre) to w-Lg-Court
else
	if w-dv-lg-norm(i-Autre) = w-dv-lg-norm(i-Dev) + 1
		move w-dv-nom-norm(i-Autre) to w-Nom-Long
		move w-dv-lg-norm(i-Autre) to w-Lg-Long
		move w-dv-nom-norm(i-Dev) to w-Nom-Court
		move w-dv-lg-norm(i-Dev) to w-Lg-Court
	else
		exit paragraph
	end-if
end-if

*> une lettre de plus dans le nom long : on avance dans les
*> deux noms en autorisant un seul saut dans le long.
move zero to w-Nb-Ecarts
move 1 to i-Car-Court
perform varying i-Car from 1 by 1 until i-Car > w-Lg-Long or w-Nb-Ecarts > 1
	if i-Car-Court <= w-Lg-Court
	   and w-Nom-Long(i-Car:1) = w-Nom-Court(i-Car-Court:1)
		add 1 to i-Car-Court
	else
		add 1 to w-Nb-Ecarts
	end-if
end-perform

if w-Nb-Ecarts <= 1
	set w-Noms-Proches-oui to true
end-if
.

chercher-validation.

*> la paire est cherchee dans les deux sens.
move w-dv-centre(i-Dev) to w-cle-centre-1
move w-dv-nom(i-Dev) to w-cle-nom-1
move w-dv-prenom(i-Dev) to w-cle-prenom-1
move w-dv-centre(i-Autre) to w-cle-centre-2
move w-dv-nom(i-Autre) to w-cle-nom-2
move w-dv-prenom(i-Autre) to w-cle-prenom-2

perform varying i-Val from 1 by 1 until i-Val > w-Nb-Validations or w-Paire-Validee-oui
	if (w-val-cle-1(i-Val) = w-Cle-1 and w-val-cle-2(i-Val) = w-Cle-2)
	   or (w-val-cle-1(i-Val) = w-Cle-2 and w-val-cle-2(i-Val) = w-Cle-1)
		set w-Paire-Validee-oui to true
	end-if
end-perform
.

ecrire-fiche-paire.

move w-dv-centre(i-Fiche) to wfi-centre
move w-dv-nom(i-Fiche) to wfi-nom
move w-dv-prenom(i-Fiche) to wfi-prenom
move w-dv-fonction(i-Fiche) to wfi-fonction
move w-dv-embauche(i-Fiche) to wfi-embauche
write rapport-rec from ws-ligne-fiche
.

marquer-suspens.

*> les deux fiches partent en suspens ; une fiche deja
*> soupconnee garde la premiere paire qui l'a fait
*> soupconner.
if not w-dv-suspens-oui(i-Dev)
	set w-dv-suspens-oui(i-Dev) to true
	move w-Type-Paire to w-dv-type(i-Dev)
	move w-dv-centre(i-Autre) to w-dv-centre-autre(i-Dev)
	move w-dv-nom(i-Autre) to w-dv-nom-autre(i-Dev)
end-if

if not w-dv-suspens-oui(i-Autre)
	set w-dv-suspens-oui(i-Autre) to true
	move w-Type-Paire to w-dv-type(i-Autre)
	move w-dv-centre(i-Dev) to w-dv-centre-autre(i-Autre)
	move w-dv-nom(i-Dev) to w-dv-nom-autre(i-Autre)
end-if
.

ecrire-suspens.

*> le fichier des suspens est reecrit a chaque passage :
*> une fiche corrigee dans les maitres en sort d'elle-meme.
open output suspens-file
if not ws-sus-ok
	display "PDOUBLON : impossible d'ouvrir SUSFILE (statut " ws-sus-fs ") - arret"
	move 16 to return-code
	stop run
end-if

perform varying i-Dev from 1 by 1 until i-Dev > w-Nb-Devs
	if w-dv-suspens-oui(i-Dev)
		move spaces to suspens-rec
		move w-Date-Jour to sus-date-detection
		move w-dv-centre(i-Dev) to sus-centre-cout
		move w-dv-nom(i-Dev) to sus-nom
		move w-dv-prenom(i-Dev) to sus-prenom
		move w-dv-type(i-Dev) to sus-type
		move w-dv-centre-autre(i-Dev) to sus-centre-autre
		move w-dv-nom-autre(i-Dev) to sus-nom-autre
		move w-dv-fonction(i-Dev) to sus-fonction
		move w-dv-embauche(i-Dev) to sus-date-embauche
		write suspens-rec
		add 1 to w-Nb-Suspens
	end-if
end-perform

close suspens-file
.

fin.

write rapport-rec from ws-ligne-vide

if w-Nb-Cle-Identique + w-Nb-Fonction-Differente + w-Nb-Nom-Proche + w-Nb-Paires-Validees = zero
	move "  AUCUN DOUBLON DETECTE" to ws-ligne-entete-3
	write rapport-rec from ws-ligne-entete-3
	write rapport-rec from ws-ligne-vide
end-if

move "CENTRES CONTROLES : " to wto-libelle
move w-Nb-Centres-Lus to wto-valeur
write rapport-rec from ws-ligne-total

move "MAITRES ILLISIBLES : " to wto-libelle
move w-Nb-Maitres-Ko to wto-valeur
write rapport-rec from ws-ligne-total

move "FICHES COMPAREES : " to wto-libelle
move w-Nb-Devs to wto-valeur
write rapport-rec from ws-ligne-total

move "EX MEME CLE DANS DEUX CENTRES : " to wto-libelle
move w-Nb-Cle-Identique to wto-valeur
write rapport-rec from ws-ligne-total

move "FO MEME CLE, FONCTION DIFFERENTE : " to wto-libelle
move w-Nb-Fonction-Differente to wto-valeur
write rapport-rec from ws-ligne-total

move "PR NOM PROCHE : " to wto-libelle
move w-Nb-Nom-Proche to wto-valeur
write rapport-rec from ws-ligne-total

move "PAIRES VALIDEES (DBLVAL) : " to wto-libelle
move w-Nb-Paires-Validees to wto-valeur
write rapport-rec from ws-ligne-total

move "FICHES EN SUSPENS (SUSFILE) : " to wto-libelle
move w-Nb-Suspens to wto-valeur
write rapport-rec from ws-ligne-total

close rapport-file

display "rapport des doublons ecrit sur DBLRPT"

*> RC 8 : un maitre n'a pas pu etre controle, la paie ne
*> doit pas partir. RC 4 : des primes seront retenues.
evaluate true
	when TRT-ko
		if return-code < 8
			move 8 to return-code
		end-if
	when w-Nb-Suspens > zero
		if return-code = zero
			move 4 to return-code
		end-if
end-evaluate

display "PDOUBLON : " w-Nb-Devs " fiche(s), " w-Nb-Suspens " en suspens, " w-Nb-Maitres-Ko " maitre(s) illisible(s)"
.
