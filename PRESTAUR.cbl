       >>SOURCE FORMAT FREE
identification division.
program-id. PRESTAUR.

*>-----------------------------------------------------*
*> restauration du maitre des developpeurs d'un centre  *>
*> depuis une generation choisie de DEVGEN (GENREST),   *>
*> apres une maintenance erronee (mauvais deck PMAJDEV, *>
*> reintegration PRECYCL a tort). l'image est d'abord   *>
*> controlee en entier : entete et fin presents,        *>
*> equilibre fin-nb-enr / fin-cumul-age, cles en        *>
*> sequence, centre de l'entete egal a celui de         *>
*> l'enregistrement de controle du maitre cible, date   *>
*> (et programme) de generation egaux a ceux de la      *>
*> carte RSTSEL. une image refusee laisse le maitre     *>
*> intact (RC 8) et la generation versee sur DEVGEN en  *>
*> est la simple copie. sinon les details du maitre     *>
*> sont supprimes, ceux de l'image recharges, et        *>
*> l'enregistrement de controle reprend extraction,     *>
*> volumetrie et cumul des ages de l'image. une         *>
*> nouvelle generation est versee sur DEVGEN,           *>
*> estampillee PRESTAUR avec la date de la generation   *>
*> restauree, et la restauration est inscrite au        *>
*> registre RUNFILE (etat R) : PCALCUL admet alors un   *>
*> nouveau run du jour sans forcage, PCONSOL signale le *>
*> centre tant qu'il n'a pas ete recalcule. le point de *>
*> reprise de PCALCUL (CKPTFILE) est vide : un run      *>
*> interrompu avant la restauration ne reprend pas sur  *>
*> l'ancien maitre. rapport sur RSTRPT.                 *>
*>-----------------------------------------------------*

environment division.
input-output section.
file-control.
    select maitre-file assign to "DEVFILE"
        organization is indexed
        access mode is dynamic
        record key is mix-cle
        file status is ws-dev-fs.

    select image-file assign to "GENREST"
        organization is sequential
        access mode is sequential
        file status is ws-img-fs.

    select selection-file assign to "RSTSEL"
        organization is sequential
        access mode is sequential
        file status is ws-sel-fs.

    select generation-file assign to "DEVGEN"
        organization is sequential
        access mode is sequential
        file status is ws-gen-fs.

    select runctl-file assign to "RUNFILE"
        organization is sequential
        access mode is sequential
        file status is ws-run-fs.

    select checkpoint-file assign to "CKPTFILE"
        organization is sequential
        access mode is sequential
        file status is ws-ckpt-fs.

    select rapport-file assign to "RSTRPT"
        organization is sequential
        access mode is sequential
        file status is ws-rpt-fs.

data division.
file section.
fd  maitre-file
    record contains 72 characters.
copy DEVIDX.

*> generation restauree : image E/D/F ecrite par PMAJDEV,
*> PRECYCL ou une restauration precedente.
fd  image-file
    record contains 72 characters.
01 image-rec.
 05 img-code-enr pic x.
  88 img-enr-entete value "E".
  88 img-enr-detail value "D".
  88 img-enr-fin value "F".
 05 img-donnees pic x(71).

*> carte de confirmation : date de generation (aaaammjj)
*> de l'image a restaurer, puis en colonne 10 le programme
*> qui l'a ecrite si plusieurs generations portent la date.
fd  selection-file
    record contains 80 characters.
01 selection-rec.
 05 sel-date-generation pic x(8).
 05 filler pic x.
 05 sel-pgm-generation pic x(8).
 05 filler pic x(63).

fd  generation-file
    record contains 72 characters.
01 generation-rec.
 05 gen-code-enr pic x.
 05 gen-donnees pic x(71).

fd  runctl-file
    record contains 40 characters.
01 runctl-rec.
copy RUNCTL.

*> point de reprise de PCALCUL (meme fichier, voir
*> ckpt-rec dans PCALCUL) : seulement vide ici.
fd  checkpoint-file
    record is varying in size from 13 to 32005 characters.
01 ckpt-rec pic x(32005).

fd  rapport-file
    record contains 80 characters.
01 rapport-rec pic x(80).

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PRESTAUR".

*>-------volumetrie--------------------------------------*
 01 w-Nb-Avant pic 9(6) value zero.
 01 w-Cumul-Avant pic 9(8) value zero.
 01 w-Nb-Image pic 9(6) value zero.
 01 w-Cumul-Image pic 9(8) value zero.
 01 w-Nb-Supprimes pic 9(6) value zero.
 01 w-Nb-Recharges pic 9(6) value zero.
 01 w-Cumul-Recharge pic 9(8) value zero.

*>-------statuts fichiers-------------------------------*
 01 ws-dev-fs pic x(2).
  88 ws-dev-ok value "00".
  88 ws-dev-eof value "10".

 01 ws-img-fs pic x(2).
  88 ws-img-ok value "00".
  88 ws-img-eof value "10".

 01 ws-sel-fs pic x(2).
  88 ws-sel-ok value "00".

 01 ws-gen-fs pic x(2).
  88 ws-gen-ok value "00".

 01 ws-run-fs pic x(2).
  88 ws-run-ok value "00".
  88 ws-run-absent value "35".

 01 ws-ckpt-fs pic x(2).
  88 ws-ckpt-ok value "00".

 01 ws-rpt-fs pic x(2).
  88 ws-rpt-ok value "00".

*>-------carte de confirmation RSTSEL----------------------*
*> la generation est designee par le DD GENREST (numero
*> absolu ou relatif) ; la carte confirme qu'il s'agit bien
*> de celle voulue avant de toucher au maitre.
 01 w-Sel-Date pic 9(8).
 01 w-Sel-Pgm pic x(8).

*>-------maitre cible--------------------------------------*
 01 w-Centre-Maitre pic x(4).

*>-------image de la generation restauree------------------*
*> entete et fin de l'image, gardees pour le controle puis
*> pour l'enregistrement de controle du maitre restaure.
copy DEVCTL.

 01 w-Img-Date-Extraction pic 9(8).
 01 w-Img-Systeme-Source pic x(8).
 01 w-Img-Centre pic x(4).
 01 w-Img-Date-Generation pic 9(8).
 01 w-Img-Pgm-Generation pic x(8).
 01 w-Img-Nb-Annonce pic 9(6) value zero.
 01 w-Img-Cumul-Annonce pic 9(8) value zero.

 01 w-Entete-Vue pic x value "N".
  88 w-Entete-Vue-oui value "O".
 01 w-Fin-Vue pic x value "N".
  88 w-Fin-Vue-oui value "O".
 01 w-Cle-Precedente pic x(30) value low-values.

*> premier motif de refus de l'image ; un seul suffit pour
*> laisser le maitre en l'etat.
 01 w-Motif-Refus pic x(60) value spaces.

*>-------nouvelle generation du maitre-----------------------*
 01 w-Gen-Nb pic 9(6) value zero.
 01 w-Gen-Cumul-Age pic 9(8) value zero.

*>-------rapport de restauration--------------------------*
 01 ws-date-heure.
  05 ws-date-aaaa pic 9(4).
  05 ws-date-mm pic 9(2).
  05 ws-date-jj pic 9(2).
  05 ws-date-hhmmss pic 9(6).
  05 filler pic x(9).

 01 w-Date-Jour pic 9(8).

 01 ws-ligne-entete-1 pic x(80).
 01 ws-ligne-entete-2 pic x(80).
 01 ws-ligne-texte pic x(80).
 01 ws-ligne-vide pic x(80) value spaces.

 01 ws-ligne-total.
  05 wto-libelle pic x(34).
  05 wto-valeur pic zzzzz9.
  05 filler pic x(40) value spaces.

 01 ws-ligne-cumul.
  05 wtc-libelle pic x(34).
  05 wtc-valeur pic zzzzzzz9.
  05 filler pic x(38) value spaces.

*>-------variables de travail--------------------------*

*> detail de l'image decode
01 developpeur-image.
copy DEVELOP.

*> detail du maitre decode, pour le cumul des ages
01 developpeur-maitre.
copy DEVELOP.

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
perform controler-image
if TRT-ok
	perform vider-maitre
	perform recharger-maitre
	perform mettre-a-jour-controle
	perform ecrire-generation
	perform inscrire-restauration
	perform vider-checkpoint
else
	perform ecrire-generation
end-if
perform fin
stop run
.

debut.

set TRT-ok to true

move function current-date to ws-date-heure
move ws-date-heure(1:8) to w-Date-Jour

perform lire-selection

open i-o maitre-file
if not ws-dev-ok
	display "PRESTAUR : impossible d'ouvrir DEVFILE (statut " ws-dev-fs ") - arret"
	move 16 to return-code
	stop run
end-if

perform lire-controle-maitre
perform ouvrir-rapport-restauration
.

lire-selection.

*> RSTSEL est obligatoire : pas de restauration sans
*> designation explicite de la generation.
open input selection-file
if not ws-sel-ok
	display "PRESTAUR : impossible d'ouvrir RSTSEL (statut " ws-sel-fs ") - arret"
	move 16 to return-code
	stop run
end-if

read selection-file
	at end
		display "PRESTAUR : carte RSTSEL absente - arret"
		move 16 to return-code
		stop run
end-read

if sel-date-generation is not numeric
	display "PRESTAUR : date de generation " sel-date-generation " invalide sur RSTSEL - arret"
	move 16 to return-code
	stop run
end-if

move sel-date-generation to w-Sel-Date
move sel-pgm-generation to w-Sel-Pgm

close selection-file
.

lire-controle-maitre.

move spaces to maitre-idx-rec
move "*CTL*" to mix-nom

read maitre-file
	invalid key
		display "PRESTAUR : enregistrement de controle absent sur DEVFILE - arret"
		move 16 to return-code
		stop run
end-read

move mxc-centre-cout to w-Centre-Maitre
move mxc-nb-enr to w-Nb-Avant
move mxc-cumul-age to w-Cumul-Avant
.

ouvrir-rapport-restauration.

open output rapport-file
if not ws-rpt-ok
	display "PRESTAUR : impossible d'ouvrir RSTRPT (statut " ws-rpt-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move spaces to ws-ligne-entete-1
string "RAPPORT DE RESTAURATION DU MAITRE - PROGRAMME " delimited by size
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

move spaces to ws-ligne-texte
string "MAITRE CIBLE : CENTRE " delimited by size
       w-Centre-Maitre delimited by size
       " - " delimited by size
       w-Nb-Avant delimited by size
       " DEVELOPPEUR(S), CUMUL DES AGES " delimited by size
       w-Cumul-Avant delimited by size
       into ws-ligne-texte
write rapport-rec from ws-ligne-texte

move spaces to ws-ligne-texte
string "GENERATION DEMANDEE SUR RSTSEL : " delimited by size
       w-Sel-Date delimited by size
       " " delimited by size
       w-Sel-Pgm delimited by size
       into ws-ligne-texte
write rapport-rec from ws-ligne-texte
.

controler-image.

*> lecture complete de l'image avant toute mise a jour :
*> au premier defaut, le motif est retenu et le maitre
*> n'est pas touche.
open input image-file
if not ws-img-ok
	display "PRESTAUR : impossible d'ouvrir GENREST (statut " ws-img-fs ") - arret"
	move 16 to return-code
	stop run
end-if

perform until ws-img-eof or TRT-ko
	read image-file
		at end
			set ws-img-eof to true
		not at end
			perform controler-enregistrement-image
	end-read
end-perform

close image-file

if TRT-ok
	perform controler-equilibre-image
end-if

if TRT-ok
	perform decrire-image
else
	perform ecrire-refus
end-if
.

controler-enregistrement-image.

if w-Fin-Vue-oui
	move "ENREGISTREMENT APRES LA FIN DE L'IMAGE" to w-Motif-Refus
	set TRT-ko to true
	exit paragraph
end-if

evaluate true
	when img-enr-entete
		if w-Entete-Vue-oui
			move "ENTETE EN DOUBLE SUR L'IMAGE" to w-Motif-Refus
			set TRT-ko to true
		else
			set w-Entete-Vue-oui to true
			move img-donnees to devfile-entete
			move ent-date-extraction to w-Img-Date-Extraction
			move ent-systeme-source to w-Img-Systeme-Source
			move ent-centre-cout to w-Img-Centre
			move ent-pgm-generation to w-Img-Pgm-Generation
			if ent-date-generation is numeric
				move ent-date-generation to w-Img-Date-Generation
			else
				move zero to w-Img-Date-Generation
			end-if
		end-if
	when img-enr-detail
		perform controler-detail-image
	when img-enr-fin
		set w-Fin-Vue-oui to true
		move img-donnees to devfile-fin
		move fin-nb-enr to w-Img-Nb-Annonce
		move fin-cumul-age to w-Img-Cumul-Annonce
	when other
		move "CODE ENREGISTREMENT INCONNU SUR L'IMAGE" to w-Motif-Refus
		set TRT-ko to true
end-evaluate
.

controler-detail-image.

*> l'image est ecrite en sequence de cle du maitre : une
*> cle en desordre ou repetee rendrait le rechargement
*> incomplet.
move img-donnees to developpeur-image

evaluate true
	when not w-Entete-Vue-oui
		move "DETAIL AVANT L'ENTETE DE L'IMAGE" to w-Motif-Refus
		set TRT-ko to true
	when dev-nom of developpeur-image (1:1) = "*"
	     or dev-nom of developpeur-image = spaces
		move "DETAIL SUR UNE CLE RESERVEE OU VIDE" to w-Motif-Refus
		set TRT-ko to true
	when img-donnees(1:30) not > w-Cle-Precedente
		move "IMAGE HORS SEQUENCE DE CLE" to w-Motif-Refus
		set TRT-ko to true
	when dev-centre-cout of developpeur-image not = w-Img-Centre
		move "DETAIL D'UN AUTRE CENTRE DE COUT" to w-Motif-Refus
		set TRT-ko to true
	when other
		move img-donnees(1:30) to w-Cle-Precedente
		add 1 to w-Nb-Image
		add dev-age of developpeur-image to w-Cumul-Image
end-evaluate
.

controler-equilibre-image.

*> memes controles entete/fin que les autres lecteurs du
*> format E/D/F, plus le rattachement au maitre cible et a
*> la carte RSTSEL.
evaluate true
	when not w-Entete-Vue-oui
		move "ENREGISTREMENT ENTETE ABSENT" to w-Motif-Refus
		set TRT-ko to true
	when not w-Fin-Vue-oui
		move "ENREGISTREMENT FIN ABSENT (IMAGE TRONQUEE)" to w-Motif-Refus
		set TRT-ko to true
	when w-Img-Nb-Annonce not = w-Nb-Image
	     or w-Img-Cumul-Annonce not = w-Cumul-Image
		move spaces to w-Motif-Refus
		string "IMAGE DESEQUILIBREE (ANNONCE " delimited by size
		       w-Img-Nb-Annonce delimited by size
		       "/" delimited by size
		       w-Img-Cumul-Annonce delimited by size
		       ", LU " delimited by size
		       w-Nb-Image delimited by size
		       "/" delimited by size
		       w-Cumul-Image delimited by size
		       ")" delimited by size
		       into w-Motif-Refus
		set TRT-ko to true
	when w-Img-Date-Generation = zero
		move "PAS UNE GENERATION DEVGEN (ENTETE NON DATE)" to w-Motif-Refus
		set TRT-ko to true
	when w-Img-Centre not = w-Centre-Maitre
		move spaces to w-Motif-Refus
		string "CENTRE DE L'IMAGE " delimited by size
		       w-Img-Centre delimited by size
		       " DIFFERENT DU MAITRE " delimited by size
		       w-Centre-Maitre delimited by size
		       into w-Motif-Refus
		set TRT-ko to true
	when w-Img-Date-Generation not = w-Sel-Date
		move "DATE DE GENERATION DIFFERENTE DE RSTSEL" to w-Motif-Refus
		set TRT-ko to true
	when w-Sel-Pgm not = spaces
	     and w-Img-Pgm-Generation not = w-Sel-Pgm
		move "PROGRAMME DE GENERATION DIFFERENT DE RSTSEL" to w-Motif-Refus
		set TRT-ko to true
end-evaluate
.

decrire-image.

move spaces to ws-ligne-texte
string "GENERATION RESTAUREE : ECRITE LE " delimited by size
       w-Img-Date-Generation delimited by size
       " PAR " delimited by size
       w-Img-Pgm-Generation delimited by size
       " - CENTRE " delimited by size
       w-Img-Centre delimited by size
       into ws-ligne-texte
write rapport-rec from ws-ligne-texte

move spaces to ws-ligne-texte
string "EXTRACTION D'ORIGINE : " delimited by size
       w-Img-Date-Extraction delimited by size
       " " delimited by size
       w-Img-Systeme-Source delimited by size
       " - " delimited by size
       w-Nb-Image delimited by size
       " DEVELOPPEUR(S), CUMUL DES AGES " delimited by size
       w-Cumul-Image delimited by size
       into ws-ligne-texte
write rapport-rec from ws-ligne-texte
.

ecrire-refus.

move "RESTAURATION REFUSEE, MAITRE INCHANGE : " to ws-ligne-texte
write rapport-rec from ws-ligne-texte

move spaces to ws-ligne-texte
move w-Motif-Refus to ws-ligne-texte(3:60)
write rapport-rec from ws-ligne-texte

display "PRESTAUR : restauration refusee - " w-Motif-Refus
.

vider-maitre.

*> supprime tous les details du maitre ; l'enregistrement de
*> controle, dont la cle se classe avant toute cle de
*> detail, est conserve et remis a jour en fin de passe.
move spaces to maitre-idx-rec
move "*CTL*" to mix-nom

start maitre-file key greater mix-cle
	invalid key
		set ws-dev-eof to true
end-start

perform until ws-dev-eof
	read maitre-file next
		at end
			set ws-dev-eof to true
		not at end
			perform supprimer-enregistrement-maitre
			add 1 to w-Nb-Supprimes
	end-read
end-perform
.

recharger-maitre.

open input image-file
if not ws-img-ok
	display "PRESTAUR : impossible de rouvrir GENREST (statut " ws-img-fs ") - maitre vide, relancer la restauration"
	move 16 to return-code
	stop run
end-if

perform until ws-img-eof
	read image-file
		at end
			set ws-img-eof to true
		not at end
			if img-enr-detail
				move spaces to maitre-idx-rec
				move img-donnees to mix-developpeur
				perform ecrire-enregistrement-maitre
				move img-donnees to developpeur-image
				add 1 to w-Nb-Recharges
				add dev-age of developpeur-image to w-Cumul-Recharge
			end-if
	end-read
end-perform

close image-file
.

ecrire-enregistrement-maitre.

write maitre-idx-rec
	invalid key
		display "PRESTAUR : erreur d'ecriture sur DEVFILE (statut " ws-dev-fs ") - maitre partiel, relancer la restauration"
		move 16 to return-code
		stop run
end-write
.

supprimer-enregistrement-maitre.

delete maitre-file record
	invalid key
		display "PRESTAUR : erreur de suppression sur DEVFILE (statut " ws-dev-fs ") - maitre partiel, relancer la restauration"
		move 16 to return-code
		stop run
end-delete
.

mettre-a-jour-controle.

*> le maitre restaure reprend l'extraction d'origine de
*> l'image ; volumetrie et cumul sont ceux effectivement
*> recharges (egaux a l'annonce de l'image, controlee).
move spaces to maitre-idx-rec
move "*CTL*" to mix-nom

read maitre-file
	invalid key
		display "PRESTAUR : enregistrement de controle disparu de DEVFILE - arret"
		move 16 to return-code
		stop run
end-read

move w-Img-Date-Extraction to mxc-date-extraction
move w-Img-Systeme-Source to mxc-systeme-source
move w-Nb-Recharges to mxc-nb-enr
move w-Cumul-Recharge to mxc-cumul-age

rewrite maitre-idx-rec
	invalid key
		display "PRESTAUR : erreur de reecriture sur DEVFILE (statut " ws-dev-fs ") - arret"
		move 16 to return-code
		stop run
end-rewrite
.

ecrire-generation.

*> meme image E/D/F que PMAJDEV et PRECYCL, relue sur le
*> maitre restaure ; l'entete porte en plus la generation
*> restauree, pour que PCOMPGEN et l'audit la rattachent.
*> une image refusee donne quand meme une generation, copie
*> du maitre inchange sans generation restauree : le DD
*> DEVGEN(+1) est catalogue a la fin du step, et une
*> generation vide decalerait (0) et (-1) pour PCOMPGEN et
*> la restauration suivante.
open output generation-file
if not ws-gen-ok
	display "PRESTAUR : impossible d'ouvrir DEVGEN (statut " ws-gen-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move zero to w-Gen-Nb
move zero to w-Gen-Cumul-Age

move low-values to mix-cle
start maitre-file key not less mix-cle
	invalid key
		continue
end-start

perform until ws-dev-eof
	read maitre-file next
		at end
			continue
		not at end
			perform ecrire-enregistrement-generation
	end-read
end-perform

move spaces to devfile-fin
move w-Gen-Nb to fin-nb-enr
move w-Gen-Cumul-Age to fin-cumul-age
move "F" to gen-code-enr
move devfile-fin to gen-donnees
write generation-rec

close generation-file
close maitre-file

if TRT-ok
	display "image de generation du maitre restaure ecrite sur DEVGEN"
else
	display "image de generation du maitre inchange ecrite sur DEVGEN"
end-if
.

ecrire-enregistrement-generation.

if mix-cle-controle
	move spaces to devfile-entete
	move mxc-date-extraction to ent-date-extraction
	move mxc-systeme-source to ent-systeme-source
	move mxc-centre-cout to ent-centre-cout
	move w-Date-Jour to ent-date-generation
	move Nom-Pgm to ent-pgm-generation
	if TRT-ok
		move w-Img-Date-Generation to ent-rst-date-generation
		move w-Img-Pgm-Generation to ent-rst-pgm-generation
	else
		move zero to ent-rst-date-generation
		move spaces to ent-rst-pgm-generation
	end-if
	move "E" to gen-code-enr
	move devfile-entete to gen-donnees
	write generation-rec
else
	add 1 to w-Gen-Nb
	move mix-developpeur to developpeur-maitre
	add dev-age of developpeur-maitre to w-Gen-Cumul-Age
	move "D" to gen-code-enr
	move mix-developpeur to gen-donnees
	write generation-rec
end-if
.

inscrire-restauration.

*> etat R au registre des runs : le calcul du jour du
*> centre, s'il a deja tourne, porte sur l'ancien maitre.
open extend runctl-file
if not ws-run-ok
	if ws-run-absent
		open output runctl-file
	end-if
end-if
if not ws-run-ok
	display "PRESTAUR : impossible d'ouvrir RUNFILE (statut " ws-run-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move function current-date to ws-date-heure

move spaces to runctl-rec
move w-Centre-Maitre to run-centre-cout
move w-Date-Jour to run-date
move ws-date-hhmmss to run-heure
set run-etat-restaure to true
move zero to run-code-retour

write runctl-rec

close runctl-file
.

vider-checkpoint.

*> un point de reprise laisse par un PCALCUL interrompu
*> porte sur l'ancien maitre : le prochain run du centre
*> doit repartir du debut, comme apres un run abouti.
open output checkpoint-file
if not ws-ckpt-ok
	display "PRESTAUR : impossible de vider CKPTFILE (statut " ws-ckpt-fs ") - arret"
	move 16 to return-code
	stop run
end-if
close checkpoint-file
display "point de reprise CKPTFILE vide"
.

fin.

if TRT-ok
	perform ecrire-totaux-restauration
else
	if return-code < 8
		move 8 to return-code
	end-if
end-if

close rapport-file

display "PRESTAUR : centre " w-Centre-Maitre ", " w-Nb-Supprimes " developpeur(s) supprime(s), " w-Nb-Recharges " recharge(s)"
display "rapport de restauration ecrit sur RSTRPT"
.

ecrire-totaux-restauration.

write rapport-rec from ws-ligne-vide

move "DEVELOPPEURS SUPPRIMES DU MAITRE : " to wto-libelle
move w-Nb-Supprimes to wto-valeur
write rapport-rec from ws-ligne-total

move "DEVELOPPEURS RECHARGES : " to wto-libelle
move w-Nb-Recharges to wto-valeur
write rapport-rec from ws-ligne-total

move "CUMUL DES AGES RECHARGE : " to wtc-libelle
move w-Cumul-Recharge to wtc-valeur
write rapport-rec from ws-ligne-cumul

move "DEVELOPPEURS DANS LA GENERATION : " to wto-libelle
move w-Gen-Nb to wto-valeur
write rapport-rec from ws-ligne-total

write rapport-rec from ws-ligne-vide

move "NOUVELLE GENERATION VERSEE SUR DEVGEN, RESTAURATION INSCRITE AU" to ws-ligne-texte
write rapport-rec from ws-ligne-texte
move "REGISTRE RUNFILE (ETAT R) : RELANCER PCALCUL POUR LE CENTRE." to ws-ligne-texte
write rapport-rec from ws-ligne-texte
.
