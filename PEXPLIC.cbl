       >>SOURCE FORMAT FREE
identification division.
program-id. PEXPLIC.

*>-----------------------------------------------------*
*> fiche d'explication du score, une fiche par          *>
*> developpeur, a remettre telle quelle par la RH en    *>
*> cas de contestation. lit l'enregistrement de         *>
*> selection (SELEXP : nom, prenom, a blanc = tous les  *>
*> developpeurs du centre) puis le fichier de           *>
*> composition des scores ecrit par PCALCUL (COMPFILE)  *>
*> et imprime sur EXPRPT, pour chaque developpeur       *>
*> retenu, le detail du calcul : part de l'age, part    *>
*> de l'anciennete, coefficient de la fonction, points  *>
*> de taille, parametres de calcul en vigueur ce jour   *>
*> la et valeurs par defaut appliquees. RC 4 si aucune  *>
*> composition ne correspond a la selection.            *>
*>-----------------------------------------------------*

environment division.
input-output section.
file-control.
    select selection-file assign to "SELEXP"
        organization is sequential
        access mode is sequential
        file status is ws-sel-fs.

    select composition-file assign to "COMPFILE"
        organization is sequential
        access mode is sequential
        file status is ws-cmp-fs.

    select rapport-file assign to "EXPRPT"
        organization is sequential
        access mode is sequential
        file status is ws-rpt-fs.

data division.
file section.
fd  selection-file
    record contains 80 characters.
01 selection-rec.
 05 selx-nom pic x(10).
 05 selx-prenom pic x(20).
 05 filler pic x(50).

fd  composition-file
    record contains 130 characters.
01 composition-rec.
copy COMPOSI.

fd  rapport-file
    record contains 80 characters.
01 rapport-rec pic x(80).

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PEXPLIC".

*>-------volumetrie--------------------------------------*
 01 w-Nb-Lus pic 9(5) value zero.
 01 w-Nb-Fiches pic 9(5) value zero.
 01 w-Nb-Defauts pic 9(5) value zero.

*>-------statuts fichiers-------------------------------*
 01 ws-sel-fs pic x(2).
  88 ws-sel-ok value "00".

 01 ws-cmp-fs pic x(2).
  88 ws-cmp-ok value "00".
  88 ws-cmp-eof value "10".

 01 ws-rpt-fs pic x(2).
  88 ws-rpt-ok value "00".

*>-------criteres de selection-----------------------------*
*> un nom seul retient tous les prenoms de ce nom ; un
*> enregistrement a blanc (ou un fichier vide) edite tout
*> le centre.
 01 selection-criteres.
  05 sel-nom pic x(10).
  05 sel-prenom pic x(20).

*>-------dates editees-------------------------------------*
 01 w-Date-Travail pic 9(8).
 01 filler redefines w-Date-Travail.
  05 w-dt-aaaa pic 9(4).
  05 w-dt-mm pic 9(2).
  05 w-dt-jj pic 9(2).
 01 w-Date-Editee pic x(10).

*>-------zones editees-------------------------------------*
 01 w-Ed-Age pic zz9.
 01 w-Ed-Annees pic zz9.
 01 w-Ed-Bonus pic z9.
 01 w-Ed-Chiffre pic 9.
 01 w-Ed-Chiffre-2 pic 9.
 01 w-Ed-Chiffre-3 pic 9.
 01 w-Ed-Resultat pic zz9.
 01 w-Sous-Total pic 9(5).
 01 w-Tranche-Age pic x(6).

*>-------fiche d'explication-------------------------------*
 01 ws-ligne-entete-1 pic x(80).
 01 ws-ligne-entete-2 pic x(80).
 01 ws-ligne-vide pic x(80) value spaces.
 01 w-Ligne pic x(80).

 01 ws-ligne-calcul.
  05 filler pic x(2) value spaces.
  05 wlc-libelle pic x(58).
  05 wlc-signe pic x(2).
  05 wlc-valeur pic zzzz9.
  05 filler pic x(13) value spaces.

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
	perform editer-fiches
end-if
perform fin
stop run
.

debut.

set TRT-ok to true

perform lire-selection

open input composition-file
if not ws-cmp-ok
	display "PEXPLIC : impossible d'ouvrir COMPFILE (statut " ws-cmp-fs ") - arret"
	move 16 to return-code
	stop run
end-if

open output rapport-file
if not ws-rpt-ok
	display "PEXPLIC : impossible d'ouvrir EXPRPT (statut " ws-rpt-fs ") - arret"
	move 16 to return-code
	stop run
end-if

move spaces to ws-ligne-entete-1
string "FICHE D'EXPLICATION DU SCORE - PROGRAMME " delimited by size
       Nom-Pgm delimited by size
       into ws-ligne-entete-1
.

lire-selection.

move spaces to selection-rec
move spaces to selection-criteres

open input selection-file
if not ws-sel-ok
	display "PEXPLIC : impossible d'ouvrir SELEXP (statut " ws-sel-fs ") - arret"
	move 16 to return-code
	stop run
end-if

read selection-file
	at end
		display "PEXPLIC : SELEXP vide, fiches de tous les developpeurs"
	not at end
		move selx-nom to sel-nom
		move selx-prenom to sel-prenom
end-read

close selection-file
.

editer-fiches.

perform until ws-cmp-eof
	read composition-file
		at end
			set ws-cmp-eof to true
		not at end
			add 1 to w-Nb-Lus
			if (sel-nom = spaces or sel-nom = cps-nom)
			   and (sel-prenom = spaces or sel-prenom = cps-prenom)
				perform editer-une-fiche
			end-if
	end-read
end-perform

close composition-file
.

editer-une-fiche.

add 1 to w-Nb-Fiches

*> EXPRPT est un fichier FB 80 sans saut de page : chaque
*> fiche s'ouvre sur l'entete, separee de la precedente par
*> deux lignes a blanc.
if w-Nb-Fiches > 1
	write rapport-rec from ws-ligne-vide
	write rapport-rec from ws-ligne-vide
end-if
write rapport-rec from ws-ligne-entete-1

move cps-date-run to w-Date-Travail
perform editer-date
move spaces to ws-ligne-entete-2
string "CENTRE DE COUT : " delimited by size
       cps-centre-cout delimited by size
       "   RUN DU " delimited by size
       w-Date-Editee delimited by size
       into ws-ligne-entete-2
write rapport-rec from ws-ligne-entete-2
write rapport-rec from ws-ligne-vide

move spaces to w-Ligne
string "DEVELOPPEUR : " delimited by size
       cps-nom delimited by size
       " " delimited by size
       cps-prenom delimited by size
       into w-Ligne
write rapport-rec from w-Ligne

move cps-age to w-Ed-Age
move spaces to w-Ligne
string "FONCTION : " delimited by size
       cps-fonction delimited by size
       "  TAILLE : " delimited by size
       cps-taille delimited by size
       "  AGE : " delimited by size
       w-Ed-Age delimited by size
       "  EMBAUCHE : " delimited by size
       cps-date-embauche delimited by size
       into w-Ligne
write rapport-rec from w-Ligne
write rapport-rec from ws-ligne-vide

perform editer-parametres

*> un KO du run peut aussi venir de points de taille a zero
*> (PARMFILE) sur un score valide : seul un refus de
*> SOUS-PROG supprime le detail du calcul.
if cps-ss-ko
	move "CALCUL REFUSE PAR LE SOUS-PROGRAMME : SCORE NUL, RUN INTERROMPU" to w-Ligne
	write rapport-rec from w-Ligne
else
	perform editer-calcul
end-if

perform editer-defauts
.

editer-parametres.

*> parametres effectifs du jour du run, tels que PCALCUL les
*> a charges de PARMFILE.
move spaces to w-Ligne
if cps-parm-date-effet = zero
	move "PARAMETRES DE CALCUL : VALEURS PAR DEFAUT DU PROGRAMME" to w-Ligne
else
	move cps-parm-date-effet to w-Date-Travail
	perform editer-date
	string "PARAMETRES DE CALCUL : PARMFILE EN VIGUEUR DEPUIS LE " delimited by size
	       w-Date-Editee delimited by size
	       into w-Ligne
end-if
write rapport-rec from w-Ligne

move cps-mult-mineur to w-Ed-Chiffre
move cps-mult-majeur to w-Ed-Chiffre-2
move spaces to w-Ligne
string "  MULTIPLICATEUR D'AGE : MINEUR (MOINS DE 18 ANS) " delimited by size
       w-Ed-Chiffre delimited by size
       "  MAJEUR " delimited by size
       w-Ed-Chiffre-2 delimited by size
       into w-Ligne
write rapport-rec from w-Ligne

move cps-bonus-anciennete to w-Ed-Bonus
move spaces to w-Ligne
string "  BONUS PAR ANNEE DE SERVICE : " delimited by size
       w-Ed-Bonus delimited by size
       into w-Ligne
write rapport-rec from w-Ligne

move cps-pts-grand to w-Ed-Chiffre
move cps-pts-moyen to w-Ed-Chiffre-2
move cps-pts-petit to w-Ed-Chiffre-3
move spaces to w-Ligne
string "  POINTS DE TAILLE : GRAND " delimited by size
       w-Ed-Chiffre delimited by size
       "  MOYEN " delimited by size
       w-Ed-Chiffre-2 delimited by size
       "  PETIT " delimited by size
       w-Ed-Chiffre-3 delimited by size
       into w-Ligne
write rapport-rec from w-Ligne
write rapport-rec from ws-ligne-vide
.

editer-calcul.

move "CALCUL DU SCORE" to w-Ligne
write rapport-rec from w-Ligne

if cps-age < 18
	move "MINEUR" to w-Tranche-Age
else
	move "MAJEUR" to w-Tranche-Age
end-if
move cps-age to w-Ed-Age
move cps-mult-age to w-Ed-Chiffre
move spaces to wlc-libelle
string "PART AGE : AGE " delimited by size
       w-Ed-Age delimited by size
       " X MULTIPLICATEUR " delimited by size
       w-Tranche-Age delimited by size
       " " delimited by size
       w-Ed-Chiffre delimited by size
       into wlc-libelle
move "= " to wlc-signe
move cps-part-age to wlc-valeur
write rapport-rec from ws-ligne-calcul

move cps-annees-service to w-Ed-Annees
move cps-bonus-anciennete to w-Ed-Bonus
move spaces to wlc-libelle
string "PART ANCIENNETE : " delimited by size
       w-Ed-Annees delimited by size
       " AN(S) DE SERVICE X BONUS " delimited by size
       w-Ed-Bonus delimited by size
       into wlc-libelle
move "= " to wlc-signe
move cps-part-anciennete to wlc-valeur
write rapport-rec from ws-ligne-calcul

compute w-Sous-Total = cps-part-age + cps-part-anciennete
move "SOUS-TOTAL : PART AGE + PART ANCIENNETE" to wlc-libelle
move "= " to wlc-signe
move w-Sous-Total to wlc-valeur
write rapport-rec from ws-ligne-calcul

move spaces to wlc-libelle
string "COEFFICIENT DE LA FONCTION " delimited by size
       cps-fonction delimited by size
       into wlc-libelle
move "X " to wlc-signe
move cps-coef-fonction to wlc-valeur
write rapport-rec from ws-ligne-calcul

move "SCORE : SOUS-TOTAL X COEFFICIENT" to wlc-libelle
move "= " to wlc-signe
move cps-score to wlc-valeur
write rapport-rec from ws-ligne-calcul
write rapport-rec from ws-ligne-vide

*> les points de taille forment le resultat du run (succes
*> si non nul), a cote du score et sans s'y ajouter.
move cps-pts-taille to w-Ed-Chiffre
move cps-resultat to w-Ed-Resultat
move spaces to w-Ligne
string "POINTS DE TAILLE (" delimited by size
       cps-taille delimited by size
       ") : " delimited by size
       w-Ed-Chiffre delimited by size
       " - RESULTAT DU RUN " delimited by size
       w-Ed-Resultat delimited by size
       " - STATUT " delimited by size
       cps-statut delimited by size
       into w-Ligne
write rapport-rec from w-Ligne
if cps-statut-ko
	move "RESULTAT NUL : POINTS DE TAILLE A ZERO" to w-Ligne
	write rapport-rec from w-Ligne
end-if
write rapport-rec from ws-ligne-vide
.

editer-defauts.

move "VALEURS PAR DEFAUT APPLIQUEES" to w-Ligne
write rapport-rec from w-Ligne

if not cps-anciennete-defaut-oui
   and not cps-fonction-defaut-oui
   and not cps-taille-defaut-oui
	move "  AUCUNE" to w-Ligne
	write rapport-rec from w-Ligne
	exit paragraph
end-if

add 1 to w-Nb-Defauts

if cps-anciennete-defaut-oui
	move "  DATE D'EMBAUCHE ABSENTE, INVALIDE OU FUTURE : AUCUNE ANCIENNETE RETENUE" to w-Ligne
	write rapport-rec from w-Ligne
end-if
if cps-fonction-defaut-oui
	move "  FONCTION NON RECONNUE : COEFFICIENT NEUTRE 1" to w-Ligne
	write rapport-rec from w-Ligne
end-if
if cps-taille-defaut-oui
	move "  TAILLE NON RENSEIGNEE : POINTS DE TAILLE MOYENS" to w-Ligne
	write rapport-rec from w-Ligne
end-if
.

editer-date.

move spaces to w-Date-Editee
string w-dt-jj delimited by size "/" delimited by size
       w-dt-mm delimited by size "/" delimited by size
       w-dt-aaaa delimited by size
       into w-Date-Editee
.

fin.

perform ecrire-totaux-rapport

if w-Nb-Fiches = zero and return-code = zero
	move 4 to return-code
end-if

display "PEXPLIC : " w-Nb-Lus " composition(s) lue(s), " w-Nb-Fiches " fiche(s) editee(s)"
.

ecrire-totaux-rapport.

if w-Nb-Fiches > zero
	write rapport-rec from ws-ligne-vide
	write rapport-rec from ws-ligne-vide
end-if
write rapport-rec from ws-ligne-entete-1

move spaces to ws-ligne-entete-2
string "SELECTION : NOM " delimited by size
       sel-nom delimited by size
       " - PRENOM " delimited by size
       sel-prenom delimited by size
       into ws-ligne-entete-2
write rapport-rec from ws-ligne-entete-2
write rapport-rec from ws-ligne-vide

if w-Nb-Fiches = zero
	move "  AUCUNE COMPOSITION NE CORRESPOND A LA SELECTION" to w-Ligne
	write rapport-rec from w-Ligne
	write rapport-rec from ws-ligne-vide
end-if

move "COMPOSITIONS LUES : " to wto-libelle
move w-Nb-Lus to wto-valeur
write rapport-rec from ws-ligne-total

move "FICHES EDITEES : " to wto-libelle
move w-Nb-Fiches to wto-valeur
write rapport-rec from ws-ligne-total

move "FICHES AVEC VALEUR PAR DEFAUT : " to wto-libelle
move w-Nb-Defauts to wto-valeur
write rapport-rec from ws-ligne-total

close rapport-file

display "fiches d'explication ecrites sur EXPRPT"
.
