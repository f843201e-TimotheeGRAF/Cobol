       >>SOURCE FORMAT FREE
identification division.
program-id. PREGUL.

*>-----------------------------------------------------*
*> regularisation des primes deja payees.               *>
*> quand un score change apres l'emission du PAIFILE    *>
*> (reintegration PRECYCL, rejet RH PVERACK corrige,    *>
*> fonction modifiee par PRECONC/PMAJDEV), recalcule    *>
*> la prime due pour la periode contre le bareme en     *>
*> vigueur a la date de paiement (BARFILE) a partir des *>
*> scores du dernier run (SCORFILE), la compare au paye *>
*> net du registre des primes (PAIHIST, voir            *>
*> PAIHIST.cpy) et ecrit le fichier de regularisation   *>
*> REGFILE (E/D/F, voir REGPAIE.cpy) : rappels et       *>
*> trop-percus avec leurs propres totaux de controle.   *>
*> chaque regularisation emise est portee au registre,  *>
*> un second passage sur la meme periode ne la refait   *>
*> donc pas. les lignes partent sur un fichier de       *>
*> travail (PAINEUF) que le JCL n'ajoute a PAIHIST que  *>
*> si le step s'est termine sans erreur. le rapport     *>
*> REGRPT donne pour chaque ligne la correction qui l'a *>
*> declenchee ; le dernier deck de corrections PRECYCL  *>
*> (CORFILE, facultatif) sert a reconnaitre             *>
*> reintegrations et rejets RH corriges.                *>
*> la periode (aaaamm) se choisit sur REGSEL ; a        *>
*> defaut, derniere periode payee du centre.            *>
*> un developpeur encore en suspens doublon (SUSFILE,   *>
*> facultatif, voir SUSPENS.cpy) n'est pas regularise ; *>
*> une prime retenue par PBONUS (ligne S au registre)   *>
*> est versee en rappel une fois le suspens leve.       *>
*>-----------------------------------------------------*

environment division.
input-output section.
file-control.
    select scores-file assign to "SCORFILE"
        organization is sequential
        access mode is sequential
        file status is ws-sco-fs.

    select bareme-file assign to "BARFILE"
        organization is sequential
        access mode is sequential
        file status is ws-bar-fs.

    select maitre-file assign to "DEVFILE"
        organization is indexed
        access mode is random
        record key is mix-cle
        file status is ws-dev-fs.

    select historique-file assign to "PAIHIST"
        organization is sequential
        access mode is sequential
        file status is ws-phi-fs.

    select registre-neuf-file assign to "PAINEUF"
        organization is sequential
        access mode is sequential
        file status is ws-pnf-fs.

    select corrections-file assign to "CORFILE"
        organization is sequential
        access mode is sequential
        file status is ws-cor-fs.

    select selection-file assign to "REGSEL"
        organization is sequential
        access mode is sequential
        file status is ws-sel-fs.

    select suspens-file assign to "SUSFILE"
        organization is sequential
        access mode is sequential
        file status is ws-sus-fs.

    select regul-file assign to "REGFILE"
        organization is sequential
        access mode is sequential
        file status is ws-reg-fs.

    select rapport-file assign to "REGRPT"
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

fd  maitre-file
    record contains 72 characters.
copy DEVIDX.

fd  historique-file
    record contains 80 characters.
01 historique-rec pic x(80).

fd  registre-neuf-file
    record contains 80 characters.
01 registre-neuf-rec pic x(80).

fd  corrections-file
    record contains 76 characters.
01 correction-rec.
 05 cor-sequence pic 9(5).
 05 cor-donnees pic x(71).

fd  selection-file
    record contains 80 characters.
01 selection-rec.
 05 sel-periode pic x(6).
 05 filler pic x(74).

fd  suspens-file
    record contains 80 characters.
01 suspens-rec.
copy SUSPENS.

fd  regul-file
    record contains 80 characters.
01 regul-rec.
 05 reg-code-enr pic x.
 05 reg-donnees pic x(79).

fd  rapport-file
    record contains 80 characters.
01 rapport-rec pic x(80).

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PREGUL".

*> sequences des rejets RH convertis par PVERACK (ACKREJ)
 01 w-Seq-Rejet-Rh pic 9(5) value 90001.

*>-------indices---------------------------------------*
 01 i-Bar pic 9(3).
 01 i-Bar-Trouve pic 9(3).
 01 i-Pay pic 9(5).
 01 i-Trouve pic 9(5).
 01 i-Cor pic 9(5).
 01 i-Cor-Trouve pic 9(5).
 01 i-Sus pic 9(5).

*>-------volumetrie--------------------------------------*
 01 w-Nb-Scores pic 9(5) value zero.
 01 w-Nb-Inchanges pic 9(5) value zero.
 01 w-Nb-Rappels pic 9(6) value zero.
 01 w-Nb-Trop-Percus pic 9(6) value zero.
 01 w-Nb-Anomalies pic 9(5) value zero.
 01 w-Nb-Absents pic 9(5) value zero.
 01 w-Nb-Differes pic 9(5) value zero.
 01 w-Cumul-Rappels pic 9(11)v99 value zero.
 01 w-Cumul-Trop-Percus pic 9(11)v99 value zero.

*>-------statuts fichiers-------------------------------*
 01 ws-sco-fs pic x(2).
  88 ws-sco-ok value "00".
  88 ws-sco-eof value "10".

 01 ws-bar-fs pic x(2).
  88 ws-bar-ok value "00".
  88 ws-bar-eof value "10".
  88 ws-bar-absent value "35".

 01 ws-dev-fs pic x(2).
  88 ws-dev-ok value "00".

 01 ws-phi-fs pic x(2).
  88 ws-phi-ok value "00".
  88 ws-phi-eof value "10".
  88 ws-phi-absent value "35".

 01 ws-pnf-fs pic x(2).
  88 ws-pnf-ok value "00".

 01 ws-cor-fs pic x(2).
  88 ws-cor-ok value "00".
  88 ws-cor-eof value "10".
  88 ws-cor-absent value "35".

 01 ws-sel-fs pic x(2).
  88 ws-sel-ok value "00".
  88 ws-sel-absent value "35".

 01 ws-sus-fs pic x(2).
  88 ws-sus-ok value "00".
  88 ws-sus-eof value "10".
  88 ws-sus-absent value "35".

 01 ws-reg-fs pic x(2).
  88 ws-reg-ok value "00".

 01 ws-rpt-fs pic x(2).
  88 ws-rpt-ok value "00".

*>-------periode regularisee--------------------------------*
*> la date de bareme est la date du dernier paiement (ligne
*> P) du centre sur la periode : la prime due est recalculee
*> avec le bareme tel qu'il etait ce jour-la, pas celui du
*> jour.
 01 w-Periode pic 9(6) value zero.
 01 w-Date-Bareme pic 9(8) value zero.
 01 w-Date-Jour pic 9(8).

*>-------bareme complet---------------------------------------*
*> toutes les lignes sont chargees, la date d'effet est
*> comparee a la date de bareme de la periode ; meme regle
*> d'application que chercher-ligne-bareme dans PBONUS.
 01 w-Nb-Bar pic 9(3) value zero.
 01 w-Tab-Bareme.
  05 w-bar-entree occurs 200 times.
   10 w-bar-date-effet pic 9(8).
   10 w-bar-fonction pic x(10).
   10 w-bar-score-min pic 9(5).
   10 w-bar-score-max pic 9(5).
   10 w-bar-montant pic 9(7)v99.

*>-------paye de la periode par developpeur-----------------*
*> cumul net du registre (P + R - T) sur la periode, tous
*> centres confondus ; fonction et score sont ceux de la
*> derniere ligne du registre pour le developpeur. une
*> ligne S (prime retenue en suspens) est seulement notee.
*> meme borne de 4000 developpeurs que PCALCUL.
 01 w-Nb-Payes pic 9(5) value zero.
 01 w-Tab-Payes.
  05 w-pay-entree occurs 4000 times.
   10 w-pay-nom pic x(10).
   10 w-pay-prenom pic x(20).
   10 w-pay-centre pic x(4).
   10 w-pay-fonction pic x(10).
   10 w-pay-score pic 9(5).
   10 w-pay-net pic s9(9)v99.
   10 w-pay-paiement pic x.
    88 w-pay-avec-paiement value "O".
   10 w-pay-vu pic x.
    88 w-pay-vu-oui value "O".
   10 w-pay-retenue pic x.
    88 w-pay-avec-retenue value "O".

*>-------ligne du registre des primes---------------------*
*> relue sur PAIHIST, ou construite pour une regularisation
*> emise (ecrite sur PAINEUF).
 01 w-Ligne-Registre.
copy PAIHIST.

*>-------developpeurs du centre en suspens doublon----------*
 01 w-Nb-Suspens pic 9(5) value zero.
 01 w-Tab-Suspens.
  05 w-sus-entree occurs 4000 times.
   10 w-sus-nom pic x(10).
   10 w-sus-prenom pic x(20).
 01 w-Suspens-Trouve pic x.
  88 w-Suspens-Trouve-oui value "O".

*>-------dernier deck de corrections PRECYCL-----------------*
 01 w-Nb-Corrections pic 9(5) value zero.
 01 w-Tab-Corrections.
  05 w-cor-entree occurs 4000 times.
   10 w-cor-nom pic x(10).
   10 w-cor-prenom pic x(20).
   10 w-cor-seq pic 9(5).

*>-------centre de cout du maitre--------------------------*
 01 w-Centre-Maitre pic x(4).

*>-------cle de recherche dans la table des payes-----------*
 01 w-Cle-Nom pic x(10).
 01 w-Cle-Prenom pic x(20).

*>-------regularisation du developpeur en cours-------------*
 01 w-Montant-Du pic 9(7)v99.
 01 w-Montant-Paye pic s9(9)v99.
 01 w-Ecart pic s9(9)v99.
 01 w-Montant-Regul pic 9(7)v99.
 01 w-Cause pic x(2).
 01 w-Libelle-Cause pic x(18).
 01 w-Message pic x(48).

*>-------flux de regularisation--------------------------*
copy REGPAIE.

*>-------rapport de regularisation------------------------*
 01 ws-date-heure.
  05 ws-date-aaaa pic 9(4).
  05 ws-date-mm pic 9(2).
  05 ws-date-jj pic 9(2).
  05 filler pic x(15).

 01 ws-ligne-entete-1 pic x(80).
 01 ws-ligne-entete-2 pic x(80).
 01 ws-ligne-entete-3 pic x(80).
 01 ws-ligne-vide pic x(80) value spaces.

 01 ws-ligne-regul.
  05 wlg-nom pic x(10).
  05 filler pic x value space.
  05 wlg-prenom pic x(12).
  05 filler pic x value space.
  05 wlg-type pic x.
  05 filler pic x value space.
  05 wlg-paye pic -(6)9.99.
  05 filler pic x value space.
  05 wlg-du pic z(6)9.99.
  05 filler pic x value space.
  05 wlg-ecart pic z(6)9.99.
  05 filler pic x value space.
  05 wlg-cause pic x(2).
  05 filler pic x value space.
  05 wlg-libelle pic x(18).

 01 ws-ligne-signal.
  05 wls-nom pic x(10).
  05 filler pic x value space.
  05 wls-prenom pic x(20).
  05 filler pic x value space.
  05 wls-message pic x(48).

 01 ws-ligne-total.
  05 wto-libelle pic x(34).
  05 wto-valeur pic zzzz9.
  05 filler pic x(41) value spaces.

 01 ws-ligne-montant.
  05 wtm-libelle pic x(34).
  05 wtm-valeur pic z(10)9.99.
  05 filler pic x(32) value spaces.

*>-------variables de travail--------------------------*

*> correction decodee dans le format developpeur
01 developpeur-cor.
copy DEVELOP.

*> detail du maitre, pour la date d'embauche
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
if TRT-ok
	perform traiter-scores
	perform signaler-absents
end-if
perform fin
stop run
.

debut.

set TRT-ok to true

move function current-date to ws-date-heure
move ws-date-heure(1:8) to w-Date-Jour

perform lire-selection
perform charger-bareme
perform lire-centre-maitre
perform charger-registre
perform charger-corrections
perform charger-suspens

open input scores-file
if not ws-sco-ok
	display "PREGUL : impossible d'ouvrir SCORFILE (statut " ws-sco-fs ") - arret"
	move 16 to return-code
	stop run
end-if

open output regul-file
if not ws-reg-ok
	display "PREGUL : impossible d'ouvrir REGFILE (statut " ws-reg-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move spaces to reg-entete
move w-Date-Jour to rge-date-run
move w-Centre-Maitre to rge-centre-cout
move w-Periode to rge-periode
move w-Date-Bareme to rge-date-bareme
move "E" to reg-code-enr
move reg-entete to reg-donnees
write regul-rec

*> les regularisations emises partent sur PAINEUF : le JCL
*> ne les ajoute a PAIHIST qu'une fois le step termine sans
*> erreur.
open output registre-neuf-file
if not ws-pnf-ok
	display "PREGUL : impossible d'ouvrir PAINEUF (statut " ws-pnf-fs ") - arret"
	move 16 to return-code
	stop run
end-if

perform ouvrir-rapport-regul
.

lire-selection.

*> REGSEL facultatif : une periode aaaamm en tete de la
*> premiere carte. sans carte, la periode retenue est la
*> derniere payee au registre pour le centre.
move zero to w-Periode

open input selection-file
evaluate true
	when ws-sel-ok
		read selection-file
			at end
				continue
			not at end
				if sel-periode not = spaces
					if sel-periode is not numeric
					   or sel-periode(5:2) < "01"
					   or sel-periode(5:2) > "12"
						display "PREGUL : periode " sel-periode " invalide sur REGSEL - arret"
						move 16 to return-code
						stop run
					end-if
					move sel-periode to w-Periode
				end-if
		end-read
		close selection-file
	when ws-sel-absent
		continue
	when other
		display "PREGUL : erreur a l'ouverture de REGSEL (statut " ws-sel-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate
.

charger-bareme.

*> comme dans PBONUS, pas de valeurs par defaut : un bareme
*> absent ou vide est un arret franc.
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
		display "PREGUL : pas de fichier BARFILE - arret"
		move 16 to return-code
		stop run
	when other
		display "PREGUL : erreur a l'ouverture de BARFILE (statut " ws-bar-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate

if w-Nb-Bar = zero
	display "PREGUL : aucune ligne de bareme sur BARFILE - arret"
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
	display "PREGUL : plus de 200 lignes de bareme sur BARFILE - arret"
	move 16 to return-code
	stop run
end-if
.

lire-centre-maitre.

*> meme principe que PBONUS : le centre vient de
*> l'enregistrement de controle. le maitre reste ouvert
*> pour relire la date d'embauche des developpeurs jamais
*> payes sur la periode.
open input maitre-file
if not ws-dev-ok
	display "PREGUL : impossible d'ouvrir DEVFILE (statut " ws-dev-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move spaces to maitre-idx-rec
move "*CTL*" to mix-nom

read maitre-file
	invalid key
		display "PREGUL : enregistrement de controle absent sur DEVFILE - arret"
		move 16 to return-code
		stop run
end-read

move mxc-centre-cout to w-Centre-Maitre
.

charger-registre.

*> premier passage (sans periode choisie) : derniere periode
*> payee du centre. second passage : paye net par
*> developpeur sur la periode et date du dernier paiement du
*> centre, qui fixe la date de bareme.
if w-Periode = zero
	perform ouvrir-registre
	perform until ws-phi-eof
		read historique-file into w-Ligne-Registre
			at end
				set ws-phi-eof to true
			not at end
				if phi-centre-cout = w-Centre-Maitre
				   and (phi-type-paiement or phi-type-suspendu)
				   and phi-periode > w-Periode
					move phi-periode to w-Periode
				end-if
		end-read
	end-perform
	close historique-file
end-if

perform ouvrir-registre
perform until ws-phi-eof
	read historique-file into w-Ligne-Registre
		at end
			set ws-phi-eof to true
		not at end
			if phi-periode = w-Periode
				perform cumuler-ligne-registre
			end-if
	end-read
end-perform
close historique-file

*> sans paiement du centre sur la periode, il n'y a rien a
*> regulariser : tout developpeur du SCORFILE passerait en
*> rappel integral.
if w-Date-Bareme = zero
	display "PREGUL : aucun paiement au registre PAIHIST pour le centre " w-Centre-Maitre " sur la periode " w-Periode " - arret"
	move 16 to return-code
	stop run
end-if
.

ouvrir-registre.

open input historique-file
if not ws-phi-ok
	display "PREGUL : impossible d'ouvrir PAIHIST (statut " ws-phi-fs ") - arret"
	move 16 to return-code
	stop run
end-if
.

cumuler-ligne-registre.

if phi-centre-cout = w-Centre-Maitre
   and (phi-type-paiement or phi-type-suspendu)
   and phi-date-paiement > w-Date-Bareme
	move phi-date-paiement to w-Date-Bareme
end-if

move phi-nom to w-Cle-Nom
move phi-prenom to w-Cle-Prenom
perform chercher-paye

if i-Trouve = zero
	if w-Nb-Payes < 4000
		add 1 to w-Nb-Payes
		move w-Nb-Payes to i-Trouve
		move phi-nom to w-pay-nom(i-Trouve)
		move phi-prenom to w-pay-prenom(i-Trouve)
		move zero to w-pay-net(i-Trouve)
		move "N" to w-pay-paiement(i-Trouve)
		move "N" to w-pay-vu(i-Trouve)
		move "N" to w-pay-retenue(i-Trouve)
	else
		display "PREGUL : plus de 4000 developpeurs payes sur la periode - arret"
		move 16 to return-code
		stop run
	end-if
end-if

move phi-centre-cout to w-pay-centre(i-Trouve)
move phi-fonction to w-pay-fonction(i-Trouve)
move phi-score to w-pay-score(i-Trouve)

evaluate true
	when phi-type-paiement
		add phi-montant to w-pay-net(i-Trouve)
		set w-pay-avec-paiement(i-Trouve) to true
	when phi-type-rappel
		add phi-montant to w-pay-net(i-Trouve)
	when phi-type-trop-percu
		subtract phi-montant from w-pay-net(i-Trouve)
	when phi-type-suspendu
		set w-pay-avec-retenue(i-Trouve) to true
end-evaluate
.

chercher-paye.

move zero to i-Trouve
move 1 to i-Pay

perform until i-Pay > w-Nb-Payes or i-Trouve > zero
	if w-pay-nom(i-Pay) = w-Cle-Nom
	   and w-pay-prenom(i-Pay) = w-Cle-Prenom
		move i-Pay to i-Trouve
	end-if
	add 1 to i-Pay
end-perform
.

charger-corrections.

*> CORFILE est le deck de la derniere passe PRECYCL, meme
*> DD que dans le job PRECYCL ; absent, les causes RE et RH
*> ne sont simplement pas reconnues.
open input corrections-file
evaluate true
	when ws-cor-ok
		perform until ws-cor-eof
			read corrections-file
				at end
					set ws-cor-eof to true
				not at end
					perform memoriser-correction
			end-read
		end-perform
		close corrections-file
	when ws-cor-absent
		display "PREGUL : pas de fichier CORFILE, corrections PRECYCL non reconnues"
	when other
		display "PREGUL : erreur a l'ouverture de CORFILE (statut " ws-cor-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate
.

memoriser-correction.

move cor-donnees to developpeur-cor

if w-Nb-Corrections < 4000
	add 1 to w-Nb-Corrections
	move dev-nom of developpeur-cor to w-cor-nom(w-Nb-Corrections)
	move dev-prenom of developpeur-cor to w-cor-prenom(w-Nb-Corrections)
	move cor-sequence to w-cor-seq(w-Nb-Corrections)
else
	display "PREGUL : plus de 4000 corrections sur CORFILE - arret"
	move 16 to return-code
	stop run
end-if
.

charger-suspens.

*> SUSFILE est celui du dernier passage de PDOUBLON ;
*> absent, aucun developpeur n'est tenu pour en suspens.
open input suspens-file
evaluate true
	when ws-sus-ok
		perform until ws-sus-eof
			read suspens-file
				at end
					set ws-sus-eof to true
				not at end
					if sus-centre-cout = w-Centre-Maitre
						if w-Nb-Suspens < 4000
							add 1 to w-Nb-Suspens
							move sus-nom to w-sus-nom(w-Nb-Suspens)
							move sus-prenom to w-sus-prenom(w-Nb-Suspens)
						else
							display "PREGUL : plus de 4000 suspens pour le centre sur SUSFILE - arret"
							move 16 to return-code
							stop run
						end-if
					end-if
			end-read
		end-perform
		close suspens-file
	when ws-sus-absent
		display "PREGUL : pas de fichier SUSFILE, aucun suspens doublon pris en compte"
	when other
		display "PREGUL : erreur a l'ouverture de SUSFILE (statut " ws-sus-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate
.

ouvrir-rapport-regul.

open output rapport-file
if not ws-rpt-ok
	display "PREGUL : impossible d'ouvrir REGRPT (statut " ws-rpt-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move spaces to ws-ligne-entete-1
string "RAPPORT DE REGULARISATION DES PRIMES - PROGRAMME " delimited by size
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

move spaces to ws-ligne-entete-2
string "CENTRE : " delimited by size
       w-Centre-Maitre delimited by size
       "  PERIODE : " delimited by size
       w-Periode delimited by size
       "  BAREME AU : " delimited by size
       w-Date-Bareme delimited by size
       into ws-ligne-entete-2
write rapport-rec from ws-ligne-entete-2

write rapport-rec from ws-ligne-vide

move "NOM        PRENOM       T       PAYE         DU      ECART CAUSE"
  to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
.

traiter-scores.

perform until ws-sco-eof
	read scores-file
		at end
			set ws-sco-eof to true
		not at end
			add 1 to w-Nb-Scores
			perform regulariser-developpeur
	end-read
end-perform

close scores-file
.

regulariser-developpeur.

move scor-nom to w-Cle-Nom
move scor-prenom to w-Cle-Prenom
perform chercher-paye

*> tant que le suspens doublon n'est pas leve, la prime
*> reste retenue : aucune regularisation dans un sens ou
*> dans l'autre.
perform chercher-suspens
if w-Suspens-Trouve-oui
	if i-Trouve > zero
		set w-pay-vu-oui(i-Trouve) to true
	end-if
	add 1 to w-Nb-Differes
	move "EN SUSPENS DOUBLON - REGULARISATION DIFFEREE" to w-Message
	perform ecrire-signal
	exit paragraph
end-if

if i-Trouve > zero
	set w-pay-vu-oui(i-Trouve) to true
	move w-pay-net(i-Trouve) to w-Montant-Paye
else
	move zero to w-Montant-Paye
	perform controler-embauche
	if w-Message not = spaces
		perform ecrire-signal
		exit paragraph
	end-if
end-if

perform chercher-ligne-bareme

if i-Bar-Trouve = zero
	move "AUCUNE LIGNE DE BAREME A LA DATE DE PAIE" to w-Message
	add 1 to w-Nb-Anomalies
	perform ecrire-signal
	exit paragraph
end-if

move w-bar-montant(i-Bar-Trouve) to w-Montant-Du
compute w-Ecart = w-Montant-Du - w-Montant-Paye

if w-Ecart = zero
	add 1 to w-Nb-Inchanges
	exit paragraph
end-if

perform determiner-cause
perform ecrire-regularisation
.

chercher-suspens.

move "N" to w-Suspens-Trouve
perform varying i-Sus from 1 by 1 until i-Sus > w-Nb-Suspens or w-Suspens-Trouve-oui
	if w-sus-nom(i-Sus) = scor-nom
	   and w-sus-prenom(i-Sus) = scor-prenom
		set w-Suspens-Trouve-oui to true
	end-if
end-perform
.

controler-embauche.

*> un developpeur absent du registre n'a pas ete paye sur la
*> periode ; s'il a ete embauche apres le paiement, il n'y
*> avait rien a lui payer.
move spaces to w-Message

move spaces to maitre-idx-rec
move scor-nom to mix-nom
move scor-prenom to mix-prenom

read maitre-file
	invalid key
		continue
	not invalid key
		move mix-developpeur to developpeur-maitre
		if dev-date-embauche of developpeur-maitre is numeric
		   and dev-date-embauche of developpeur-maitre > w-Date-Bareme
			move "EMBAUCHE APRES LA PAIE DE LA PERIODE" to w-Message
		end-if
end-read
.

chercher-ligne-bareme.

*> parmi les tranches de la fonction qui contiennent le
*> score et qui etaient en vigueur a la date de paiement,
*> la date d'effet la plus recente l'emporte.
move zero to i-Bar-Trouve

perform varying i-Bar from 1 by 1 until i-Bar > w-Nb-Bar
	if w-bar-fonction(i-Bar) = scor-fonction
	   and w-bar-date-effet(i-Bar) <= w-Date-Bareme
	   and scor-score >= w-bar-score-min(i-Bar)
	   and scor-score <= w-bar-score-max(i-Bar)
		if i-Bar-Trouve = zero
		   or w-bar-date-effet(i-Bar) > w-bar-date-effet(i-Bar-Trouve)
			move i-Bar to i-Bar-Trouve
		end-if
	end-if
end-perform
.

determiner-cause.

*> une correction PRECYCL l'emporte : c'est elle qui a fait
*> bouger le developpeur. sinon, jamais paye sur la periode
*> (prime retenue en suspens doublon puis liberee, ou
*> absent du PAIFILE), puis fonction differente de celle
*> payee, puis simple changement de score.
move zero to i-Cor-Trouve
move 1 to i-Cor

perform until i-Cor > w-Nb-Corrections or i-Cor-Trouve > zero
	if w-cor-nom(i-Cor) = scor-nom
	   and w-cor-prenom(i-Cor) = scor-prenom
		move i-Cor to i-Cor-Trouve
	end-if
	add 1 to i-Cor
end-perform

evaluate true
	when i-Cor-Trouve > zero
	     and w-cor-seq(i-Cor-Trouve) >= w-Seq-Rejet-Rh
		move "RH" to w-Cause
		move "REJET RH CORRIGE" to w-Libelle-Cause
	when i-Cor-Trouve > zero
		move "RE" to w-Cause
		move "REINTEGRE PRECYCL" to w-Libelle-Cause
	when i-Trouve = zero
		move "NP" to w-Cause
		move "NON PAYE A L'ORIG." to w-Libelle-Cause
	when w-pay-avec-retenue(i-Trouve)
	     and not w-pay-avec-paiement(i-Trouve)
		move "SU" to w-Cause
		move "SUSPENS LEVE" to w-Libelle-Cause
	when w-pay-fonction(i-Trouve) not = scor-fonction
		move "FO" to w-Cause
		move "FONCTION MODIFIEE" to w-Libelle-Cause
	when other
		move "SC" to w-Cause
		move "SCORE MODIFIE" to w-Libelle-Cause
end-evaluate
.

ecrire-regularisation.

move spaces to reg-detail
move scor-nom to rgd-nom
move scor-prenom to rgd-prenom
move scor-fonction to rgd-fonction
move scor-score to rgd-score
move w-Montant-Du to rgd-montant-du
move w-Montant-Paye to rgd-montant-paye
move w-Cause to rgd-cause

move spaces to w-Ligne-Registre

if w-Ecart > zero
	set rgd-rappel to true
	set phi-type-rappel to true
	move w-Ecart to w-Montant-Regul
	add 1 to w-Nb-Rappels
	add w-Montant-Regul to w-Cumul-Rappels
else
	set rgd-trop-percu to true
	set phi-type-trop-percu to true
	compute w-Montant-Regul = zero - w-Ecart
	add 1 to w-Nb-Trop-Percus
	add w-Montant-Regul to w-Cumul-Trop-Percus
end-if

move w-Montant-Regul to rgd-montant
move "D" to reg-code-enr
move reg-detail to reg-donnees
write regul-rec

*> la regularisation emise entre au registre : le paye net
*> de la periode est desormais egal au du.
move w-Centre-Maitre to phi-centre-cout
move w-Periode to phi-periode
move w-Date-Jour to phi-date-paiement
move scor-nom to phi-nom
move scor-prenom to phi-prenom
move scor-fonction to phi-fonction
move scor-score to phi-score
move w-Montant-Regul to phi-montant
write registre-neuf-rec from w-Ligne-Registre

move scor-nom to wlg-nom
move scor-prenom to wlg-prenom
move rgd-type to wlg-type
move w-Montant-Paye to wlg-paye
move w-Montant-Du to wlg-du
move w-Montant-Regul to wlg-ecart
move w-Cause to wlg-cause
move w-Libelle-Cause to wlg-libelle
write rapport-rec from ws-ligne-regul
.

ecrire-signal.

move scor-nom to wls-nom
move scor-prenom to wls-prenom
move w-Message to wls-message
write rapport-rec from ws-ligne-signal
.

signaler-absents.

*> paye par ce centre sur la periode mais absent des scores
*> du jour (supprime, mute, en quarantaine) : aucune reprise
*> automatique, la ligne est signalee pour examen.
*> une prime seulement retenue (doublon supprime du maitre
*> depuis) n'a rien coute : signalee, sans suite.
perform varying i-Pay from 1 by 1 until i-Pay > w-Nb-Payes
	if w-pay-centre(i-Pay) = w-Centre-Maitre
	   and not w-pay-vu-oui(i-Pay)
		move w-pay-nom(i-Pay) to wls-nom
		move w-pay-prenom(i-Pay) to wls-prenom
		if w-pay-avec-retenue(i-Pay)
		   and not w-pay-avec-paiement(i-Pay)
		   and w-pay-net(i-Pay) = zero
			move "RETENU EN SUSPENS ABSENT DES SCORES - SANS SUITE" to wls-message
		else
			add 1 to w-Nb-Absents
			move "PAYE MAIS ABSENT DES SCORES - A EXAMINER" to wls-message
		end-if
		write rapport-rec from ws-ligne-signal
	end-if
end-perform
.

fin.

if TRT-ok
	move spaces to reg-fin
	compute rgf-nb-enr = w-Nb-Rappels + w-Nb-Trop-Percus
	move w-Nb-Rappels to rgf-nb-rappels
	move w-Cumul-Rappels to rgf-cumul-rappels
	move w-Nb-Trop-Percus to rgf-nb-trop-percus
	move w-Cumul-Trop-Percus to rgf-cumul-trop-percus
	move "F" to reg-code-enr
	move reg-fin to reg-donnees
	write regul-rec
	close regul-file
	close registre-neuf-file
	close maitre-file
	perform ecrire-totaux-regul
	display "fichier de regularisation ecrit sur REGFILE"
end-if

*> une regularisation emise ou un cas a examiner merite un
*> regard avant envoi en paie.
if (w-Nb-Rappels > zero or w-Nb-Trop-Percus > zero
    or w-Nb-Anomalies > zero or w-Nb-Absents > zero
    or w-Nb-Differes > zero)
   and return-code = zero
	move 4 to return-code
end-if

display "PREGUL : " w-Nb-Scores " score(s), " w-Nb-Rappels " rappel(s) pour " w-Cumul-Rappels ", " w-Nb-Trop-Percus " trop-percu(s) pour " w-Cumul-Trop-Percus
.

ecrire-totaux-regul.

write rapport-rec from ws-ligne-vide

move "SCORES LUS : " to wto-libelle
move w-Nb-Scores to wto-valeur
write rapport-rec from ws-ligne-total

move "DEVELOPPEURS SANS ECART : " to wto-libelle
move w-Nb-Inchanges to wto-valeur
write rapport-rec from ws-ligne-total

move "RAPPELS : " to wto-libelle
move w-Nb-Rappels to wto-valeur
write rapport-rec from ws-ligne-total

move "MONTANT DES RAPPELS : " to wtm-libelle
move w-Cumul-Rappels to wtm-valeur
write rapport-rec from ws-ligne-montant

move "TROP-PERCUS : " to wto-libelle
move w-Nb-Trop-Percus to wto-valeur
write rapport-rec from ws-ligne-total

move "MONTANT DES TROP-PERCUS : " to wtm-libelle
move w-Cumul-Trop-Percus to wtm-valeur
write rapport-rec from ws-ligne-montant

move "SANS LIGNE DE BAREME : " to wto-libelle
move w-Nb-Anomalies to wto-valeur
write rapport-rec from ws-ligne-total

move "PAYES ABSENTS DES SCORES : " to wto-libelle
move w-Nb-Absents to wto-valeur
write rapport-rec from ws-ligne-total

move "EN SUSPENS DOUBLON (DIFFERES) : " to wto-libelle
move w-Nb-Differes to wto-valeur
write rapport-rec from ws-ligne-total

write rapport-rec from ws-ligne-vide

move "CAUSES : RE REINTEGRATION PRECYCL, RH REJET RH PVERACK CORRIGE," to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
move "FO FONCTION MODIFIEE PRECONC/PMAJDEV, SC SCORE MODIFIE," to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
move "NP NON PAYE A L'ORIGINE (ABSENT DU PAIFILE DE LA PERIODE)," to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
move "SU SUSPENS DOUBLON LEVE (PRIME RETENUE PAR PBONUS)" to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3

close rapport-file

display "rapport de regularisation ecrit sur REGRPT"
.
