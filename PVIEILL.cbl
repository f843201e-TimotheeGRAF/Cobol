       >>SOURCE FORMAT FREE
identification division.
program-id. PVIEILL.

*>-----------------------------------------------------*
*> vieillissement periodique du maitre des developpeurs *>
*> d'un centre de cout. l'age stocke au maitre ne bouge *>
*> que sur transaction M ; ce programme le recalcule    *>
*> pour chaque developpeur a la date de reference       *>
*> (carte VIEDATE, date du jour par defaut) depuis la   *>
*> date de naissance, et verse chaque age qui change    *>
*> en transaction M au format TRXFILE sur VIEILTRX, a   *>
*> appliquer par PMAJDEV : le maitre, son cumul des     *>
*> ages et la generation DEVGEN restent ainsi tenus par *>
*> le circuit normal de maintenance. la date de         *>
*> reference ne peut etre que celle du jour : une       *>
*> transaction M porte toute la fiche, et appliquee     *>
*> plus tard elle ecraserait une promotion ou une       *>
*> mutation saisie entre-temps.                         *>
*> VIEILRPT liste les ages modifies, signale tout       *>
*> passage de la limite mineur/majeur (qui change le    *>
*> multiplicateur du score dans SOUS-PROG) et les       *>
*> developpeurs sans date de naissance exploitable,     *>
*> dont l'age reste inchange. lecture seule du maitre.  *>
*> RC 4 des qu'un passage ou une anomalie est constate. *>
*>-----------------------------------------------------*

environment division.
input-output section.
file-control.
    select maitre-file assign to "DEVFILE"
        organization is indexed
        access mode is sequential
        record key is mix-cle
        file status is ws-dev-fs.

    select date-file assign to "VIEDATE"
        organization is sequential
        access mode is sequential
        file status is ws-dat-fs.

    select transactions-file assign to "VIEILTRX"
        organization is sequential
        access mode is sequential
        file status is ws-trx-fs.

    select rapport-file assign to "VIEILRPT"
        organization is sequential
        access mode is sequential
        file status is ws-rpt-fs.

data division.
file section.
fd  maitre-file
    record contains 72 characters.
copy DEVIDX.

*> carte facultative : date de reference aaaammjj en
*> colonne 1, a blanc ou absente pour la date du jour.
fd  date-file
    record contains 80 characters.
01 date-rec.
 05 dat-date-reference pic x(8).
 05 filler pic x(72).

fd  transactions-file
    record contains 80 characters.
01 transaction-rec.
 05 trx-code pic x.
 05 trx-donnees pic x(71).
 05 trx-date-effet pic 9(8).

fd  rapport-file
    record contains 80 characters.
01 rapport-rec pic x(80).

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PVIEILL".

*>-------volumetrie--------------------------------------*
 01 w-Nb-Lus pic 9(5) value zero.
 01 w-Nb-Inchanges pic 9(5) value zero.
 01 w-Nb-Modifs pic 9(5) value zero.
 01 w-Nb-Vers-Majeur pic 9(5) value zero.
 01 w-Nb-Vers-Mineur pic 9(5) value zero.
 01 w-Nb-Sans-Naissance pic 9(5) value zero.
 01 w-Nb-Naissance-Invalide pic 9(5) value zero.

*>-------statuts fichiers-------------------------------*
 01 ws-dev-fs pic x(2).
  88 ws-dev-ok value "00".
  88 ws-dev-eof value "10".

 01 ws-dat-fs pic x(2).
  88 ws-dat-ok value "00".
  88 ws-dat-absent value "35".

 01 ws-trx-fs pic x(2).
  88 ws-trx-ok value "00".

 01 ws-rpt-fs pic x(2).
  88 ws-rpt-ok value "00".

*>-------dates------------------------------------------*
*> une date de reference anterieure au jour est refusee :
*> les ages calcules seraient deja perimes au moment de
*> leur application par PMAJDEV. une date posterieure
*> aussi : la transaction M reportee sur TRXATT remettrait
*> a son echeance toute la fiche du jour de PVIEILL.
 01 w-Date-Jour pic 9(8).
 01 w-Date-Reference pic 9(8).
 01 w-Date-Ref-Detail redefines w-Date-Reference.
  05 w-ref-aaaa pic 9(4).
  05 w-ref-mm pic 9(2).
  05 w-ref-jj pic 9(2).

*>-------maitre traite----------------------------------*
 01 w-Centre-Maitre pic x(4).

*>-------age a la date de reference---------------------*
*> age en annees revolues : difference des annees, moins
*> un si l'anniversaire n'est pas encore atteint.
 01 w-Naissance.
  05 w-nais-aaaa pic 9(4).
  05 w-nais-mmjj pic x(4).
 01 w-Age-Calcule pic s9(4).

*>-------rapport de vieillissement-----------------------*
 01 ws-date-heure.
  05 ws-date-aaaa pic 9(4).
  05 ws-date-mm pic 9(2).
  05 ws-date-jj pic 9(2).
  05 filler pic x(15).

 01 ws-ligne-entete-1 pic x(80).
 01 ws-ligne-entete-2 pic x(80).
 01 ws-ligne-entete-3 pic x(80).
 01 ws-ligne-vide pic x(80) value spaces.

 01 ws-ligne-age.
  05 filler pic x(2) value spaces.
  05 wla-nom pic x(10).
  05 filler pic x(2) value spaces.
  05 wla-prenom pic x(20).
  05 filler pic x(2) value spaces.
  05 wla-verdict pic x(44).

 01 ws-verdict-age.
  05 filler pic x(4) value "AGE ".
  05 wva-ancien pic zz9.
  05 filler pic x(4) value " -> ".
  05 wva-nouveau pic zz9.
  05 wva-passage pic x(30).

 01 ws-ligne-total.
  05 wto-libelle pic x(34).
  05 wto-valeur pic zzzz9.
  05 filler pic x(41) value spaces.

*>-------variables de travail--------------------------*

*> detail maitre decode dans le format developpeur
01 developpeur-vie.
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
	perform traiter-maitre
end-if
perform fin
stop run
.

debut.

set TRT-ok to true

move function current-date to ws-date-heure
move ws-date-heure(1:8) to w-Date-Jour

perform lire-date-reference

open input maitre-file
if not ws-dev-ok
	display "PVIEILL : impossible d'ouvrir DEVFILE (statut " ws-dev-fs ") - arret"
	move 16 to return-code
	stop run
end-if

read maitre-file
	at end
		display "PVIEILL : enregistrement de controle absent sur DEVFILE - arret"
		move 16 to return-code
		stop run
end-read

if not mix-cle-controle
	display "PVIEILL : enregistrement de controle absent sur DEVFILE - arret"
	move 16 to return-code
	stop run
end-if

move mxc-centre-cout to w-Centre-Maitre

open output transactions-file
if not ws-trx-ok
	display "PVIEILL : impossible d'ouvrir VIEILTRX (statut " ws-trx-fs ") - arret"
	move 16 to return-code
	stop run
end-if

perform ouvrir-rapport-vieillissement
.

lire-date-reference.

move w-Date-Jour to w-Date-Reference

open input date-file
evaluate true
	when ws-dat-ok
		read date-file
			at end
				continue
			not at end
				if dat-date-reference not = spaces
					if dat-date-reference is not numeric
						display "PVIEILL : date de reference " dat-date-reference " invalide sur VIEDATE - arret"
						move 16 to return-code
						stop run
					end-if
					move dat-date-reference to w-Date-Reference
				end-if
		end-read
		close date-file
	when ws-dat-absent
		continue
	when other
		display "PVIEILL : erreur a l'ouverture de VIEDATE (statut " ws-dat-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate

if w-Date-Reference < w-Date-Jour
	display "PVIEILL : date de reference " w-Date-Reference " anterieure a la date du jour - arret"
	move 16 to return-code
	stop run
end-if

if w-Date-Reference > w-Date-Jour
	display "PVIEILL : date de reference " w-Date-Reference " posterieure a la date du jour - arret"
	move 16 to return-code
	stop run
end-if

display "PVIEILL : ages calcules au " w-Date-Reference
.

ouvrir-rapport-vieillissement.

open output rapport-file
if not ws-rpt-ok
	display "PVIEILL : impossible d'ouvrir VIEILRPT (statut " ws-rpt-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move spaces to ws-ligne-entete-1
string "VIEILLISSEMENT DU MAITRE - PROGRAMME " delimited by size
       Nom-Pgm delimited by size
       " - CENTRE " delimited by size
       w-Centre-Maitre delimited by size
       into ws-ligne-entete-1
write rapport-rec from ws-ligne-entete-1

move spaces to ws-ligne-entete-2
string "DATE DU TRAITEMENT : " delimited by size
       ws-date-jj delimited by size "/" delimited by size
       ws-date-mm delimited by size "/" delimited by size
       ws-date-aaaa delimited by size
       into ws-ligne-entete-2
write rapport-rec from ws-ligne-entete-2

move spaces to ws-ligne-entete-3
string "AGES CALCULES AU : " delimited by size
       w-ref-jj delimited by size "/" delimited by size
       w-ref-mm delimited by size "/" delimited by size
       w-ref-aaaa delimited by size
       into ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3
write rapport-rec from ws-ligne-vide
.

traiter-maitre.

perform until ws-dev-eof
	read maitre-file
		at end
			set ws-dev-eof to true
		not at end
			add 1 to w-Nb-Lus
			move mix-developpeur to developpeur-vie
			perform vieillir-developpeur
	end-read
end-perform

close maitre-file
.

vieillir-developpeur.

move dev-nom of developpeur-vie to wla-nom
move dev-prenom of developpeur-vie to wla-prenom

evaluate true
	when dev-date-naissance-x of developpeur-vie = spaces
		add 1 to w-Nb-Sans-Naissance
		move "SANS DATE DE NAISSANCE - AGE INCHANGE" to wla-verdict
		write rapport-rec from ws-ligne-age
		exit paragraph
	when dev-date-naissance of developpeur-vie not numeric
	     or dev-date-naissance of developpeur-vie = zero
	     or dev-date-naissance of developpeur-vie > w-Date-Reference
		add 1 to w-Nb-Naissance-Invalide
		move "DATE DE NAISSANCE INVALIDE - AGE INCHANGE" to wla-verdict
		write rapport-rec from ws-ligne-age
		exit paragraph
end-evaluate

move dev-date-naissance-x of developpeur-vie to w-Naissance
compute w-Age-Calcule = w-ref-aaaa - w-nais-aaaa
if w-Date-Reference(5:4) < w-nais-mmjj
	subtract 1 from w-Age-Calcule
end-if

*> un age calcule hors des plages mineur/majeur (naissance
*> de moins d'un an) serait rejete par PMAJDEV : la date
*> est a corriger, l'age reste en l'etat.
if w-Age-Calcule < 1
	add 1 to w-Nb-Naissance-Invalide
	move "DATE DE NAISSANCE INVALIDE - AGE INCHANGE" to wla-verdict
	write rapport-rec from ws-ligne-age
	exit paragraph
end-if

if w-Age-Calcule = dev-age of developpeur-vie
	add 1 to w-Nb-Inchanges
	exit paragraph
end-if

move dev-age of developpeur-vie to wva-ancien
move w-Age-Calcule to wva-nouveau
move spaces to wva-passage

evaluate true
	when dev-age-mineur of developpeur-vie
	     and w-Age-Calcule > 17
		add 1 to w-Nb-Vers-Majeur
		move " - PASSAGE MINEUR A MAJEUR" to wva-passage
	when dev-age-majeur of developpeur-vie
	     and w-Age-Calcule < 18
		add 1 to w-Nb-Vers-Mineur
		move " - PASSAGE MAJEUR A MINEUR" to wva-passage
end-evaluate

move w-Age-Calcule to dev-age of developpeur-vie

move "M" to trx-code
move developpeur-vie to trx-donnees
move zero to trx-date-effet
write transaction-rec
add 1 to w-Nb-Modifs

move ws-verdict-age to wla-verdict
write rapport-rec from ws-ligne-age
.

fin.

close transactions-file

perform ecrire-totaux-rapport

if (w-Nb-Vers-Majeur > zero or w-Nb-Vers-Mineur > zero
    or w-Nb-Sans-Naissance > zero or w-Nb-Naissance-Invalide > zero)
   and return-code = zero
	move 4 to return-code
end-if

display "PVIEILL : " w-Nb-Lus " developpeur(s) lu(s), " w-Nb-Modifs " transaction(s) M generee(s), " w-Nb-Vers-Majeur " passage(s) a majeur, " w-Nb-Vers-Mineur " a mineur"
.

ecrire-totaux-rapport.

write rapport-rec from ws-ligne-vide

move "DEVELOPPEURS AU MAITRE : " to wto-libelle
move w-Nb-Lus to wto-valeur
write rapport-rec from ws-ligne-total

move "AGES INCHANGES : " to wto-libelle
move w-Nb-Inchanges to wto-valeur
write rapport-rec from ws-ligne-total

move "TRANSACTIONS M GENEREES : " to wto-libelle
move w-Nb-Modifs to wto-valeur
write rapport-rec from ws-ligne-total

move "PASSAGES MINEUR A MAJEUR : " to wto-libelle
move w-Nb-Vers-Majeur to wto-valeur
write rapport-rec from ws-ligne-total

move "PASSAGES MAJEUR A MINEUR : " to wto-libelle
move w-Nb-Vers-Mineur to wto-valeur
write rapport-rec from ws-ligne-total

move "SANS DATE DE NAISSANCE : " to wto-libelle
move w-Nb-Sans-Naissance to wto-valeur
write rapport-rec from ws-ligne-total

move "DATES DE NAISSANCE INVALIDES : " to wto-libelle
move w-Nb-Naissance-Invalide to wto-valeur
write rapport-rec from ws-ligne-total

close rapport-file

display "rapport de vieillissement ecrit sur VIEILRPT"
.
