       >>SOURCE FORMAT FREE
identification division.
program-id. PCOMPTA.

*>-----------------------------------------------------*
*> journal comptable des primes.                        *>
*> tourne apres PBONUS : relit les fichiers de paiement *>
*> du jour (PAIFILE, un ou plusieurs centres            *>
*> concatenes, voir BONPAIE.cpy), controle chaque       *>
*> centre contre le referentiel CCREF et son equilibre  *>
*> (paf-nb-enr / paf-cumul-montant), impute chaque      *>
*> prime selon le referentiel d'imputation date CPTREF  *>
*> (voir CPTPRIM.cpy) et ecrit le journal JRNFILE       *>
*> (E/D/F, voir JRNPRIM.cpy) : debit du compte de       *>
*> charge par centre et fonction, credit du compte de   *>
*> primes a payer par centre, totaux debit et credit    *>
*> egaux au cumul des PAIFILE. un centre inconnu ou     *>
*> ferme, une fonction sans compte ou un PAIFILE        *>
*> desequilibre rejette le journal entier (JRNFILE      *>
*> laisse vide, RC 8), motifs sur le rapport JRNRPT.    *>
*>-----------------------------------------------------*

environment division.
input-output section.
file-control.
    select paiement-file assign to "PAIFILE"
        organization is sequential
        access mode is sequential
        file status is ws-pai-fs.

    select comptes-file assign to "CPTREF"
        organization is sequential
        access mode is sequential
        file status is ws-cpt-fs.

    select reference-file assign to "CCREF"
        organization is sequential
        access mode is sequential
        file status is ws-ccr-fs.

    select journal-file assign to "JRNFILE"
        organization is sequential
        access mode is sequential
        file status is ws-jrn-fs.

    select rapport-file assign to "JRNRPT"
        organization is sequential
        access mode is sequential
        file status is ws-rpt-fs.

data division.
file section.
fd  paiement-file
    record contains 60 characters.
01 paiement-rec.
 05 pai-code-enr pic x.
 05 pai-donnees pic x(59).

fd  comptes-file
    record contains 80 characters.
01 compte-rec.
copy CPTPRIM.

fd  reference-file
    record contains 80 characters.
01 reference-rec.
copy CCREF.

fd  journal-file
    record contains 80 characters.
01 journal-rec.
 05 jrn-code-enr pic x.
 05 jrn-donnees pic x(79).

fd  rapport-file
    record contains 80 characters.
01 rapport-rec pic x(80).

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PCOMPTA".
 01 w-Code-Journal pic x(3) value "PRI".

*>-------indices---------------------------------------*
 01 i-Centre pic 9(3).
 01 i-Cpt pic 9(3).
 01 i-Cpt-Trouve pic 9(3).
 01 i-Imp pic 9(3).
 01 i-Crd pic 9(3).
 01 i-Trouve pic 9(3).

*>-------volumetrie--------------------------------------*
 01 w-Nb-Details pic 9(6) value zero.
 01 w-Nb-Centres-Paie pic 9(3) value zero.
 01 w-Nb-Rejets pic 9(5) value zero.
 01 w-Nb-Ecritures pic 9(6) value zero.
 01 w-Tot-Paf-Nb pic 9(6) value zero.
 01 w-Tot-Paf-Montant pic 9(11)v99 value zero.
 01 w-Tot-Debit pic 9(11)v99 value zero.
 01 w-Tot-Credit pic 9(11)v99 value zero.

*>-------statuts fichiers-------------------------------*
 01 ws-pai-fs pic x(2).
  88 ws-pai-ok value "00".
  88 ws-pai-eof value "10".

 01 ws-cpt-fs pic x(2).
  88 ws-cpt-ok value "00".
  88 ws-cpt-eof value "10".
  88 ws-cpt-absent value "35".

 01 ws-ccr-fs pic x(2).
  88 ws-ccr-ok value "00".
  88 ws-ccr-eof value "10".

 01 ws-jrn-fs pic x(2).
  88 ws-jrn-ok value "00".

 01 ws-rpt-fs pic x(2).
  88 ws-rpt-ok value "00".

*>-------date du jour---------------------------------------*
 01 w-Date-Jour pic 9(8).

*>-------referentiel des centres de cout-------------------*
*> memes regles que PMAJDEV et PCALCUL : un centre inconnu
*> ou ferme ne peut pas etre impute.
 01 w-Nb-Centres pic 9(3) value zero.
 01 w-Tab-Centres.
  05 w-cc-entree occurs 50 times.
   10 w-cc-code pic x(4).
   10 w-cc-statut pic x.
 01 w-Centre-Controle pic x(4).
 01 w-Centre-Etat pic x.
  88 w-Centre-Valide value "V".
  88 w-Centre-Ferme value "F".
  88 w-Centre-Inconnu value "N".

*>-------referentiel d'imputation en vigueur----------------*
*> seules les lignes dont la date d'effet est anterieure ou
*> egale a la date du jour sont chargees.
 01 w-Nb-Cpt pic 9(3) value zero.
 01 w-Tab-Comptes.
  05 w-cpt-entree occurs 500 times.
   10 w-cpt-date-effet pic 9(8).
   10 w-cpt-centre pic x(4).
   10 w-cpt-fonction pic x(10).
   10 w-cpt-charge pic x(10).
   10 w-cpt-dette pic x(10).

*>-------cumuls par centre et fonction----------------------*
 01 w-Nb-Imp pic 9(3) value zero.
 01 w-Tab-Imputations.
  05 w-imp-entree occurs 500 times.
   10 w-imp-centre pic x(4).
   10 w-imp-fonction pic x(10).
   10 w-imp-nb pic 9(6).
   10 w-imp-montant pic 9(11)v99.
   10 w-imp-charge pic x(10).
   10 w-imp-dette pic x(10).

*>-------cumuls par centre et compte de dette--------------*
 01 w-Nb-Crd pic 9(3) value zero.
 01 w-Tab-Credits.
  05 w-crd-entree occurs 500 times.
   10 w-crd-centre pic x(4).
   10 w-crd-dette pic x(10).
   10 w-crd-nb pic 9(6).
   10 w-crd-montant pic 9(11)v99.

*>-------PAIFILE en cours (entete a fin)-------------------*
 01 w-Groupe pic x value "N".
  88 w-Groupe-Ouvert value "O".
  88 w-Groupe-Ferme value "N".
 01 w-Centre-Courant pic x(4).
 01 w-Grp-Nb pic 9(6).
 01 w-Grp-Montant pic 9(11)v99.

*>-------flux de paiement et journal------------------------*
copy BONPAIE.
copy JRNPRIM.

*>-------rapport de comptabilisation-----------------------*
 01 ws-date-heure.
  05 ws-date-aaaa pic 9(4).
  05 ws-date-mm pic 9(2).
  05 ws-date-jj pic 9(2).
  05 filler pic x(15).

 01 ws-ligne-entete-1 pic x(80).
 01 ws-ligne-entete-2 pic x(80).
 01 ws-ligne-entete-3 pic x(80).
 01 ws-ligne-vide pic x(80) value spaces.

 01 ws-ligne-ecriture.
  05 wle-compte pic x(10).
  05 filler pic x(2) value spaces.
  05 wle-centre pic x(4).
  05 filler pic x(2) value spaces.
  05 wle-fonction pic x(10).
  05 filler pic x(2) value spaces.
  05 wle-sens pic x.
  05 filler pic x(2) value spaces.
  05 wle-nb pic zzzzz9.
  05 filler pic x(2) value spaces.
  05 wle-montant pic z(10)9.99.
  05 filler pic x(25) value spaces.

 01 ws-ligne-rejet.
  05 filler pic x(2) value spaces.
  05 wlr-centre pic x(4).
  05 filler pic x(2) value spaces.
  05 wlr-fonction pic x(10).
  05 filler pic x(2) value spaces.
  05 wlr-motif pic x(60).

 01 ws-ligne-total.
  05 wto-libelle pic x(34).
  05 wto-valeur pic zzzz9.
  05 filler pic x(41) value spaces.

 01 ws-ligne-montant.
  05 wtm-libelle pic x(34).
  05 wtm-valeur pic z(10)9.99.
  05 filler pic x(32) value spaces.

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
perform lire-paiements
perform imputer-primes
if TRT-ok
	perform ecrire-journal
end-if
perform fin
stop run
.

debut.

set TRT-ok to true

move function current-date to ws-date-heure
move ws-date-heure(1:8) to w-Date-Jour

perform charger-reference-centres
perform charger-comptes

open input paiement-file
if not ws-pai-ok
	display "PCOMPTA : impossible d'ouvrir PAIFILE (statut " ws-pai-fs ") - arret"
	move 16 to return-code
	stop run
end-if

*> le journal est ouvert d'emblee : rejete, il reste vide
*> et ne peut pas etre repris par erreur en comptabilite.
open output journal-file
if not ws-jrn-ok
	display "PCOMPTA : impossible d'ouvrir JRNFILE (statut " ws-jrn-fs ") - arret"
	move 16 to return-code
	stop run
end-if

perform ouvrir-rapport-journal
.

charger-reference-centres.

open input reference-file
if not ws-ccr-ok
	display "PCOMPTA : impossible d'ouvrir CCREF (statut " ws-ccr-fs ") - arret"
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
				display "PCOMPTA : plus de 50 centres sur CCREF - arret"
				move 16 to return-code
				stop run
			end-if
	end-read
end-perform

close reference-file

if w-Nb-Centres = zero
	display "PCOMPTA : referentiel CCREF vide - arret"
	move 16 to return-code
	stop run
end-if
.

controler-centre-cout.

set w-Centre-Inconnu to true
move 1 to i-Centre

perform until i-Centre > w-Nb-Centres or not w-Centre-Inconnu
	if w-cc-code(i-Centre) = w-Centre-Controle
		if w-cc-statut(i-Centre) = "F"
			set w-Centre-Ferme to true
		else
			set w-Centre-Valide to true
		end-if
	end-if
	add 1 to i-Centre
end-perform
.

charger-comptes.

*> le referentiel d'imputation engage la comptabilite : pas
*> de compte par defaut dans le programme, un fichier absent
*> ou sans ligne en vigueur est un arret franc.
open input comptes-file
evaluate true
	when ws-cpt-ok
		perform until ws-cpt-eof
			read comptes-file
				at end
					set ws-cpt-eof to true
				not at end
					if cpt-date-effet <= w-Date-Jour
						perform memoriser-compte
					end-if
			end-read
		end-perform
		close comptes-file
	when ws-cpt-absent
		display "PCOMPTA : pas de fichier CPTREF - arret"
		move 16 to return-code
		stop run
	when other
		display "PCOMPTA : erreur a l'ouverture de CPTREF (statut " ws-cpt-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate

if w-Nb-Cpt = zero
	display "PCOMPTA : aucune ligne d'imputation en vigueur sur CPTREF - arret"
	move 16 to return-code
	stop run
end-if
.

memoriser-compte.

if w-Nb-Cpt < 500
	add 1 to w-Nb-Cpt
	move cpt-date-effet to w-cpt-date-effet(w-Nb-Cpt)
	move cpt-centre-cout to w-cpt-centre(w-Nb-Cpt)
	move cpt-fonction to w-cpt-fonction(w-Nb-Cpt)
	move cpt-compte-charge to w-cpt-charge(w-Nb-Cpt)
	move cpt-compte-dette to w-cpt-dette(w-Nb-Cpt)
else
	display "PCOMPTA : plus de 500 lignes en vigueur sur CPTREF - arret"
	move 16 to return-code
	stop run
end-if
.

ouvrir-rapport-journal.

open output rapport-file
if not ws-rpt-ok
	display "PCOMPTA : impossible d'ouvrir JRNRPT (statut " ws-rpt-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move spaces to ws-ligne-entete-1
string "JOURNAL COMPTABLE DES PRIMES - PROGRAMME " delimited by size
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
.

lire-paiements.

perform until ws-pai-eof
	read paiement-file
		at end
			set ws-pai-eof to true
		not at end
			evaluate pai-code-enr
				when "E"
					perform traiter-entete-paie
				when "D"
					perform traiter-detail-paie
				when "F"
					perform traiter-fin-paie
				when other
					move w-Centre-Courant to wlr-centre
					move spaces to wlr-fonction
					move "CODE ENREGISTREMENT INCONNU SUR PAIFILE" to wlr-motif
					perform rejeter-journal
			end-evaluate
	end-read
end-perform

if w-Groupe-Ouvert
	move w-Centre-Courant to wlr-centre
	move spaces to wlr-fonction
	move "ENREGISTREMENT FIN ABSENT DU PAIFILE" to wlr-motif
	perform rejeter-journal
end-if

close paiement-file
.

traiter-entete-paie.

*> une entete par PAIFILE concatene : le precedent doit
*> s'etre termine par son enregistrement fin.
if w-Groupe-Ouvert
	move w-Centre-Courant to wlr-centre
	move spaces to wlr-fonction
	move "ENREGISTREMENT FIN ABSENT DU PAIFILE" to wlr-motif
	perform rejeter-journal
end-if

move pai-donnees to pai-entete
move pae-centre-cout to w-Centre-Courant
set w-Groupe-Ouvert to true
move zero to w-Grp-Nb
move zero to w-Grp-Montant
add 1 to w-Nb-Centres-Paie

move w-Centre-Courant to w-Centre-Controle
perform controler-centre-cout

move w-Centre-Courant to wlr-centre
move spaces to wlr-fonction
evaluate true
	when w-Centre-Inconnu
		move "CENTRE DE COUT INCONNU DE CCREF" to wlr-motif
		perform rejeter-journal
	when w-Centre-Ferme
		move "CENTRE DE COUT FERME DANS CCREF" to wlr-motif
		perform rejeter-journal
end-evaluate
.

traiter-detail-paie.

if not w-Groupe-Ouvert
	move spaces to wlr-centre
	move spaces to wlr-fonction
	move "DETAIL PAIFILE SANS ENTETE" to wlr-motif
	perform rejeter-journal
	exit paragraph
end-if

move pai-donnees to pai-detail
add 1 to w-Grp-Nb
add pad-montant to w-Grp-Montant
add 1 to w-Nb-Details

perform cumuler-imputation
.

cumuler-imputation.

move zero to i-Trouve
move 1 to i-Imp

perform until i-Imp > w-Nb-Imp or i-Trouve > zero
	if w-imp-centre(i-Imp) = w-Centre-Courant
	   and w-imp-fonction(i-Imp) = pad-fonction
		move i-Imp to i-Trouve
	end-if
	add 1 to i-Imp
end-perform

if i-Trouve = zero
	if w-Nb-Imp < 500
		add 1 to w-Nb-Imp
		move w-Nb-Imp to i-Trouve
		move w-Centre-Courant to w-imp-centre(i-Trouve)
		move pad-fonction to w-imp-fonction(i-Trouve)
		move zero to w-imp-nb(i-Trouve)
		move zero to w-imp-montant(i-Trouve)
	else
		display "PCOMPTA : plus de 500 couples centre / fonction sur PAIFILE - arret"
		move 16 to return-code
		stop run
	end-if
end-if

add 1 to w-imp-nb(i-Trouve)
add pad-montant to w-imp-montant(i-Trouve)
.

traiter-fin-paie.

if not w-Groupe-Ouvert
	move spaces to wlr-centre
	move spaces to wlr-fonction
	move "ENREGISTREMENT FIN SANS ENTETE" to wlr-motif
	perform rejeter-journal
	exit paragraph
end-if

move pai-donnees to pai-fin

*> le journal doit equilibrer en argent au PAIFILE parti en
*> paie : un detail perdu ou en trop se voit ici.
if paf-nb-enr not = w-Grp-Nb
   or paf-cumul-montant not = w-Grp-Montant
	move w-Centre-Courant to wlr-centre
	move spaces to wlr-fonction
	move "PAIFILE DESEQUILIBRE (DETAILS / ENREGISTREMENT FIN)" to wlr-motif
	perform rejeter-journal
end-if

add paf-nb-enr to w-Tot-Paf-Nb
add paf-cumul-montant to w-Tot-Paf-Montant
set w-Groupe-Ferme to true
.

imputer-primes.

*> chaque couple centre / fonction doit trouver ses comptes :
*> tous les manques sont listes avant de rejeter le journal.
perform varying i-Imp from 1 by 1 until i-Imp > w-Nb-Imp
	perform chercher-compte
	if i-Cpt-Trouve = zero
		move w-imp-centre(i-Imp) to wlr-centre
		move w-imp-fonction(i-Imp) to wlr-fonction
		move "AUCUN COMPTE D'IMPUTATION EN VIGUEUR SUR CPTREF" to wlr-motif
		perform rejeter-journal
	else
		move w-cpt-charge(i-Cpt-Trouve) to w-imp-charge(i-Imp)
		move w-cpt-dette(i-Cpt-Trouve) to w-imp-dette(i-Imp)
		perform cumuler-credit
	end-if
end-perform
.

chercher-compte.

*> une ligne a la fonction du detail l'emporte sur la ligne
*> generique (fonction a blanc) du centre ; a egalite, la
*> date d'effet la plus recente.
move zero to i-Cpt-Trouve

perform varying i-Cpt from 1 by 1 until i-Cpt > w-Nb-Cpt
	if w-cpt-centre(i-Cpt) = w-imp-centre(i-Imp)
	   and w-cpt-fonction(i-Cpt) = w-imp-fonction(i-Imp)
		if i-Cpt-Trouve = zero
		   or w-cpt-date-effet(i-Cpt) > w-cpt-date-effet(i-Cpt-Trouve)
			move i-Cpt to i-Cpt-Trouve
		end-if
	end-if
end-perform

if i-Cpt-Trouve = zero
	perform varying i-Cpt from 1 by 1 until i-Cpt > w-Nb-Cpt
		if w-cpt-centre(i-Cpt) = w-imp-centre(i-Imp)
		   and w-cpt-fonction(i-Cpt) = spaces
			if i-Cpt-Trouve = zero
			   or w-cpt-date-effet(i-Cpt) > w-cpt-date-effet(i-Cpt-Trouve)
				move i-Cpt to i-Cpt-Trouve
			end-if
		end-if
	end-perform
end-if
.

cumuler-credit.

move zero to i-Trouve
move 1 to i-Crd

perform until i-Crd > w-Nb-Crd or i-Trouve > zero
	if w-crd-centre(i-Crd) = w-imp-centre(i-Imp)
	   and w-crd-dette(i-Crd) = w-imp-dette(i-Imp)
		move i-Crd to i-Trouve
	end-if
	add 1 to i-Crd
end-perform

if i-Trouve = zero
	add 1 to w-Nb-Crd
	move w-Nb-Crd to i-Trouve
	move w-imp-centre(i-Imp) to w-crd-centre(i-Trouve)
	move w-imp-dette(i-Imp) to w-crd-dette(i-Trouve)
	move zero to w-crd-nb(i-Trouve)
	move zero to w-crd-montant(i-Trouve)
end-if

add w-imp-nb(i-Imp) to w-crd-nb(i-Trouve)
add w-imp-montant(i-Imp) to w-crd-montant(i-Trouve)
.

rejeter-journal.

*> un seul motif suffit a rejeter le journal entier, mais
*> tous sont listes pour etre corriges en une fois.
set TRT-ko to true
add 1 to w-Nb-Rejets

if w-Nb-Rejets = 1
	move "JOURNAL REJETE - MOTIFS :" to ws-ligne-entete-3
	write rapport-rec from ws-ligne-entete-3
end-if

write rapport-rec from ws-ligne-rejet
.

ecrire-journal.

move "COMPTE      CTRE  FONCTION    S      NB         MONTANT" to ws-ligne-entete-3
write rapport-rec from ws-ligne-entete-3

move spaces to jrn-entete
move w-Date-Jour to jre-date-run
move w-Code-Journal to jre-code-journal
move w-Nb-Centres-Paie to jre-nb-centres
move "E" to jrn-code-enr
move jrn-entete to jrn-donnees
write journal-rec

perform varying i-Imp from 1 by 1 until i-Imp > w-Nb-Imp
	move spaces to jrn-detail
	move w-imp-charge(i-Imp) to jrd-compte
	move w-imp-centre(i-Imp) to jrd-centre-cout
	move w-imp-fonction(i-Imp) to jrd-fonction
	set jrd-debit to true
	move w-imp-montant(i-Imp) to jrd-montant
	move w-imp-nb(i-Imp) to jrd-nb-primes
	string "PRIMES " delimited by size
	       w-imp-fonction(i-Imp) delimited by space
	       " " delimited by size
	       w-imp-centre(i-Imp) delimited by size
	       into jrd-libelle
	add w-imp-montant(i-Imp) to w-Tot-Debit
	perform ecrire-ecriture
end-perform

perform varying i-Crd from 1 by 1 until i-Crd > w-Nb-Crd
	move spaces to jrn-detail
	move w-crd-dette(i-Crd) to jrd-compte
	move w-crd-centre(i-Crd) to jrd-centre-cout
	set jrd-credit to true
	move w-crd-montant(i-Crd) to jrd-montant
	move w-crd-nb(i-Crd) to jrd-nb-primes
	string "PRIMES A PAYER " delimited by size
	       w-crd-centre(i-Crd) delimited by size
	       into jrd-libelle
	add w-crd-montant(i-Crd) to w-Tot-Credit
	perform ecrire-ecriture
end-perform

*> garde-fou : les cumuls sont construits sur les memes
*> details, un ecart ici est une erreur de programme.
if w-Tot-Debit not = w-Tot-Credit
   or w-Tot-Debit not = w-Tot-Paf-Montant
	display "PCOMPTA : journal desequilibre (debit " w-Tot-Debit " / credit " w-Tot-Credit " / PAIFILE " w-Tot-Paf-Montant ") - arret"
	move 16 to return-code
	stop run
end-if

move spaces to jrn-fin
move w-Nb-Ecritures to jrf-nb-enr
move w-Tot-Paf-Nb to jrf-nb-primes
move w-Tot-Debit to jrf-total-debit
move w-Tot-Credit to jrf-total-credit
move "F" to jrn-code-enr
move jrn-fin to jrn-donnees
write journal-rec

display "journal comptable ecrit sur JRNFILE"
.

ecrire-ecriture.

move "D" to jrn-code-enr
move jrn-detail to jrn-donnees
write journal-rec
add 1 to w-Nb-Ecritures

move jrd-compte to wle-compte
move jrd-centre-cout to wle-centre
move jrd-fonction to wle-fonction
move jrd-sens to wle-sens
move jrd-nb-primes to wle-nb
move jrd-montant to wle-montant
write rapport-rec from ws-ligne-ecriture
.

fin.

close journal-file

write rapport-rec from ws-ligne-vide

move "PAIFILE (CENTRES) LUS : " to wto-libelle
move w-Nb-Centres-Paie to wto-valeur
write rapport-rec from ws-ligne-total

move "PRIMES LUES : " to wto-libelle
move w-Nb-Details to wto-valeur
write rapport-rec from ws-ligne-total

move "MONTANT DES PAIFILE : " to wtm-libelle
move w-Tot-Paf-Montant to wtm-valeur
write rapport-rec from ws-ligne-montant

move "ECRITURES DU JOURNAL : " to wto-libelle
move w-Nb-Ecritures to wto-valeur
write rapport-rec from ws-ligne-total

move "TOTAL DEBIT : " to wtm-libelle
move w-Tot-Debit to wtm-valeur
write rapport-rec from ws-ligne-montant

move "TOTAL CREDIT : " to wtm-libelle
move w-Tot-Credit to wtm-valeur
write rapport-rec from ws-ligne-montant

move "MOTIFS DE REJET : " to wto-libelle
move w-Nb-Rejets to wto-valeur
write rapport-rec from ws-ligne-total

close rapport-file

if TRT-ko and return-code = zero
	move 8 to return-code
end-if

if TRT-ok
	display "PCOMPTA : " w-Nb-Details " prime(s), " w-Nb-Ecritures " ecriture(s), debit = credit = " w-Tot-Debit
else
	display "PCOMPTA : journal rejete, " w-Nb-Rejets " motif(s) sur JRNRPT"
end-if
display "rapport de comptabilisation ecrit sur JRNRPT"
.
