       >>SOURCE FORMAT FREE
identification division.
program-id. PINTERRO.

*>-----------------------------------------------------*
*> interrogation d'un developpeur, en lecture seule,    *>
*> pour repondre a un responsable ("pourquoi ce score,  *>
*> pourquoi pas de prime") sans ouvrir six fichiers a   *>
*> la main. sur saisie du centre, du nom et du prenom,  *>
*> rassemble sur une seule fiche : l'enregistrement du  *>
*> maitre (DEVxx), les transactions en attente de leur  *>
*> date d'effet (ATTxx), le rejet en cours et son motif *>
*> (REJxx), l'envoi RH en attente d'accuse et la marque *>
*> d'escalade (ENCxx), la derniere prime payee (PAIxx)  *>
*> et les scores de la piste d'audit du plus recent au  *>
*> plus ancien (AUDxx). xx = les deux derniers          *>
*> caracteres du code centre, comme pour PCONSOL ; un   *>
*> fichier absent est signale sur la fiche. la fiche se *>
*> feuillette page par page et s'imprime sur INTRPT a   *>
*> la demande. aucun fichier n'est mis a jour.          *>
*>-----------------------------------------------------*

environment division.
input-output section.
file-control.
    select maitre-file assign to w-Dd-Maitre
        organization is indexed
        access mode is random
        record key is mix-cle
        file status is ws-dev-fs.

    select attente-file assign to w-Dd-Attente
        organization is sequential
        access mode is sequential
        file status is ws-att-fs.

    select rejets-file assign to w-Dd-Rejets
        organization is sequential
        access mode is sequential
        file status is ws-rej-fs.

    select audit-file assign to w-Dd-Audit
        organization is sequential
        access mode is sequential
        file status is ws-aud-fs.

    select encours-file assign to w-Dd-Encours
        organization is sequential
        access mode is sequential
        file status is ws-enc-fs.

    select paiement-file assign to w-Dd-Paiement
        organization is sequential
        access mode is sequential
        file status is ws-pai-fs.

    select reference-file assign to "CCREF"
        organization is sequential
        access mode is sequential
        file status is ws-ccr-fs.

    select impression-file assign to "INTRPT"
        organization is sequential
        access mode is sequential
        file status is ws-imp-fs.

data division.
file section.
fd  maitre-file
    record contains 72 characters.
copy DEVIDX.

*> transactions reportees par PMAJDEV, meme decoupe que
*> TRXFILE.
fd  attente-file
    record contains 80 characters.
01 attente-rec.
 05 att-code pic x.
 05 att-donnees.
  10 att-cle pic x(30).
  10 filler pic x(41).
 05 att-date-effet pic 9(8).

fd  rejets-file
    record contains 90 characters.
01 rejet-rec.
copy REJET.

fd  audit-file
    record contains 59 characters.
01 audit-rec.
copy AUDIT.

fd  encours-file
    record contains 70 characters.
01 encours-rec.
copy ENCOURS.

fd  paiement-file
    record contains 60 characters.
01 paiement-rec.
 05 pai-code-enr pic x.
  88 pai-enr-entete value "E".
  88 pai-enr-detail value "D".
 05 pai-donnees pic x(59).

fd  reference-file
    record contains 80 characters.
01 reference-rec.
copy CCREF.

fd  impression-file
    record contains 80 characters.
01 impression-rec pic x(80).

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PINTERRO".

*>-------statuts fichiers-------------------------------*
 01 ws-dev-fs pic x(2).
  88 ws-dev-ok value "00".
  88 ws-dev-absent value "35".

 01 ws-att-fs pic x(2).
  88 ws-att-ok value "00".
  88 ws-att-eof value "10".
  88 ws-att-absent value "35".

 01 ws-rej-fs pic x(2).
  88 ws-rej-ok value "00".
  88 ws-rej-eof value "10".
  88 ws-rej-absent value "35".

 01 ws-aud-fs pic x(2).
  88 ws-aud-ok value "00".
  88 ws-aud-eof value "10".
  88 ws-aud-absent value "35".

 01 ws-enc-fs pic x(2).
  88 ws-enc-ok value "00".
  88 ws-enc-eof value "10".
  88 ws-enc-absent value "35".

 01 ws-pai-fs pic x(2).
  88 ws-pai-ok value "00".
  88 ws-pai-eof value "10".
  88 ws-pai-absent value "35".

 01 ws-ccr-fs pic x(2).
  88 ws-ccr-ok value "00".
  88 ws-ccr-eof value "10".

 01 ws-imp-fs pic x(2).
  88 ws-imp-ok value "00".

*>-------noms de DD des fichiers du centre interroge------*
 01 w-Dd-Maitre.
  05 filler pic x(3) value "DEV".
  05 w-dd-dev-suffixe pic x(2).
 01 w-Dd-Attente.
  05 filler pic x(3) value "ATT".
  05 w-dd-att-suffixe pic x(2).
 01 w-Dd-Rejets.
  05 filler pic x(3) value "REJ".
  05 w-dd-rej-suffixe pic x(2).
 01 w-Dd-Audit.
  05 filler pic x(3) value "AUD".
  05 w-dd-aud-suffixe pic x(2).
 01 w-Dd-Encours.
  05 filler pic x(3) value "ENC".
  05 w-dd-enc-suffixe pic x(2).
 01 w-Dd-Paiement.
  05 filler pic x(3) value "PAI".
  05 w-dd-pai-suffixe pic x(2).

*>-------referentiel des centres de cout-------------------*
 01 w-Nb-Centres pic 9(3) value zero.
 01 w-Tab-Centres.
  05 w-cc-entree occurs 50 times.
   10 w-cc-code pic x(4).
   10 w-cc-statut pic x.
    88 w-cc-ferme value "F".
 01 i-Centre pic 9(3).
 01 i-Centre-Trouve pic 9(3).

*>-------saisie-------------------------------------------*
 01 w-Saisie-Centre pic x(4).
 01 w-Saisie-Nom pic x(10).
 01 w-Saisie-Prenom pic x(20).
 01 w-Cle-Interro.
  05 w-Cle-Nom pic x(10).
  05 w-Cle-Prenom pic x(20).
 01 w-Commande pic x.

 01 w-Etat-Interro pic x value "C".
  88 w-Interro-Continue value "C".
  88 w-Interro-Terminee value "F".
 01 w-Etat-Fiche pic x.
  88 w-Fiche-Ouverte value "O".
  88 w-Fiche-Quittee value "Q".

 01 w-Nb-Interrogations pic 9(5) value zero.
 01 w-Nb-Impressions pic 9(5) value zero.

*>-------fiche consolidee----------------------------------*
*> la fiche est montee ligne par ligne avant affichage :
*> le feuilletage et l'impression repartent de la meme
*> table.
 01 w-Nb-Lignes pic 9(3) value zero.
 01 w-Tab-Lignes.
  05 w-lig-texte pic x(80) occurs 400 times.
 01 i-Ligne pic 9(3).
 01 w-Ligne pic x(80).
 01 w-Fiche-Tronquee pic x.
  88 w-Fiche-Tronquee-oui value "O".

*>-------pages----------------------------------------------*
 01 w-Lignes-Page pic 9(3) value 18.
 01 w-Page pic 9(3).
 01 w-Nb-Pages pic 9(3).
 01 w-Premiere-Ligne pic 9(3).
 01 w-Derniere-Ligne pic 9(3).

*>-------piste d'audit du developpeur----------------------*
*> la piste ne porte pas le prenom : on retient les appels
*> du nom dans le centre, les 200 plus recents.
 01 w-Nb-Audit pic 9(3) value zero.
 01 w-Tab-Audit.
  05 w-aud-entree pic x(59) occurs 200 times.
 01 i-Audit pic 9(3).
 01 w-Nb-Audit-Lus pic 9(5).

*>-------derniere prime-------------------------------------*
 01 w-Prime-Trouvee pic x.
  88 w-Prime-Trouvee-oui value "O".
 01 w-Pai-Date-Run pic 9(8).
 01 w-Pai-Dernier-Detail pic x(59).

*>-------zones d'edition-----------------------------------*
 01 w-Ed-Montant pic z(6)9.99.
 01 w-Ed-Page pic z9.
 01 w-Ed-Nb-Pages pic z9.
 01 w-Nb-Trouves pic 9(5).

*>-------impression----------------------------------------*
 01 w-Impression pic x value "N".
  88 w-Impression-Ouverte value "O".

 01 ws-date-heure.
  05 ws-date-aaaa pic 9(4).
  05 ws-date-mm pic 9(2).
  05 ws-date-jj pic 9(2).
  05 filler pic x(15).

 01 ws-ligne-entete-1 pic x(80).
 01 ws-ligne-entete-2 pic x(80).
 01 ws-ligne-vide pic x(80) value spaces.

*>-------variables de travail--------------------------*

*> enregistrement maitre decode
01 developpeur-maitre.
copy DEVELOP.

*> transaction en attente decodee
01 developpeur-trx.
copy DEVELOP.

*> appel du sous-programme trace sur la piste
01 audit-memo.
copy AUDIT.

*> detail de paiement decode
copy BONPAIE.

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
perform until w-Interro-Terminee
	perform saisir-cle
	if w-Interro-Continue and TRT-ok
		perform constituer-fiche
		perform feuilleter-fiche
	end-if
end-perform
perform fin
stop run
.

debut.

set TRT-ok to true

move function current-date to ws-date-heure

perform charger-reference-centres
.

charger-reference-centres.

*> le referentiel dit quels centres existent : sans lui on
*> ne sait pas quels DD monter, on s'arrete.
open input reference-file
if not ws-ccr-ok
	display "PINTERRO : impossible d'ouvrir CCREF (statut " ws-ccr-fs ") - arret"
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
				display "PINTERRO : plus de 50 centres sur CCREF - arret"
				move 16 to return-code
				stop run
			end-if
	end-read
end-perform

close reference-file

if w-Nb-Centres = zero
	display "PINTERRO : referentiel CCREF vide - arret"
	move 16 to return-code
	stop run
end-if
.

saisir-cle.

*> un centre vide (ou FIN) termine l'interrogation.
set TRT-ok to true

display " "
display "CENTRE DE COUT (VIDE OU FIN POUR TERMINER) : "
move spaces to w-Saisie-Centre
accept w-Saisie-Centre

if w-Saisie-Centre = spaces or w-Saisie-Centre = "FIN" or w-Saisie-Centre = "fin"
	set w-Interro-Terminee to true
	exit paragraph
end-if

inspect w-Saisie-Centre converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

move zero to i-Centre-Trouve
perform varying i-Centre from 1 by 1 until i-Centre > w-Nb-Centres or i-Centre-Trouve > zero
	if w-cc-code(i-Centre) = w-Saisie-Centre
		move i-Centre to i-Centre-Trouve
	end-if
end-perform

if i-Centre-Trouve = zero
	display "PINTERRO : centre " w-Saisie-Centre " inconnu de CCREF"
	set TRT-ko to true
	exit paragraph
end-if

if w-cc-ferme(i-Centre-Trouve)
	display "PINTERRO : centre " w-Saisie-Centre " ferme au referentiel, fichiers relus tels quels"
end-if

display "NOM : "
move spaces to w-Saisie-Nom
accept w-Saisie-Nom

display "PRENOM : "
move spaces to w-Saisie-Prenom
accept w-Saisie-Prenom

if w-Saisie-Nom = spaces
	display "PINTERRO : nom obligatoire"
	set TRT-ko to true
	exit paragraph
end-if

move w-Saisie-Nom to w-Cle-Nom
move w-Saisie-Prenom to w-Cle-Prenom

move w-Saisie-Centre(3:2) to w-dd-dev-suffixe
move w-Saisie-Centre(3:2) to w-dd-att-suffixe
move w-Saisie-Centre(3:2) to w-dd-rej-suffixe
move w-Saisie-Centre(3:2) to w-dd-aud-suffixe
move w-Saisie-Centre(3:2) to w-dd-enc-suffixe
move w-Saisie-Centre(3:2) to w-dd-pai-suffixe

add 1 to w-Nb-Interrogations
.

constituer-fiche.

move zero to w-Nb-Lignes
move "N" to w-Fiche-Tronquee

move spaces to w-Ligne
string "DEVELOPPEUR " delimited by size
       w-Cle-Nom delimited by size
       " " delimited by size
       w-Cle-Prenom delimited by size
       " - CENTRE " delimited by size
       w-Saisie-Centre delimited by size
       into w-Ligne
perform ajouter-ligne

perform decrire-maitre
perform decrire-attente
perform decrire-rejet
perform decrire-encours
perform decrire-prime
perform decrire-audit
.

ajouter-ligne.

*> au-dela de la table, la fin de la fiche est perdue et
*> signalee sur la derniere ligne.
if w-Nb-Lignes < 399
	add 1 to w-Nb-Lignes
	move w-Ligne to w-lig-texte(w-Nb-Lignes)
else
	if not w-Fiche-Tronquee-oui
		set w-Fiche-Tronquee-oui to true
		move 400 to w-Nb-Lignes
		move "... FICHE TRONQUEE (PLUS DE 400 LIGNES)" to w-lig-texte(400)
	end-if
end-if
.

ajouter-titre.

*> titre de rubrique precede d'une ligne blanche.
perform ajouter-ligne-vide
perform ajouter-ligne
.

ajouter-ligne-vide.

if w-Nb-Lignes < 399
	add 1 to w-Nb-Lignes
	move spaces to w-lig-texte(w-Nb-Lignes)
end-if
.

decrire-maitre.

move spaces to w-Ligne
string "--- FICHE MAITRE (" delimited by size
       w-Dd-Maitre delimited by size
       ") ---" delimited by size
       into w-Ligne
perform ajouter-titre

open input maitre-file
evaluate true
	when ws-dev-ok
		continue
	when ws-dev-absent
		move "FICHIER MAITRE ABSENT (DD NON MONTE)" to w-Ligne
		perform ajouter-ligne
		exit paragraph
	when other
		move spaces to w-Ligne
		string "ERREUR A L'OUVERTURE DU MAITRE (STATUT " delimited by size
		       ws-dev-fs delimited by size
		       ")" delimited by size
		       into w-Ligne
		perform ajouter-ligne
		exit paragraph
end-evaluate

move spaces to maitre-idx-rec
move w-Cle-Nom to mix-nom
move w-Cle-Prenom to mix-prenom

read maitre-file
	invalid key
		move "ABSENT DU MAITRE DU CENTRE (CLE NOM + PRENOM INCONNUE)" to w-Ligne
		perform ajouter-ligne
	not invalid key
		move mix-developpeur to developpeur-maitre
		move spaces to w-Ligne
		string "AGE : " delimited by size
		       dev-age of developpeur-maitre delimited by size
		       "   TAILLE : " delimited by size
		       dev-taille of developpeur-maitre delimited by size
		       "   EMBAUCHE : " delimited by size
		       dev-date-embauche of developpeur-maitre delimited by size
		       "   NAISSANCE : " delimited by size
		       dev-date-naissance-x of developpeur-maitre delimited by size
		       into w-Ligne
		perform ajouter-ligne
		move spaces to w-Ligne
		string "CENTRE : " delimited by size
		       dev-centre-cout of developpeur-maitre delimited by size
		       "   FONCTION : " delimited by size
		       dev-fonction of developpeur-maitre delimited by size
		       into w-Ligne
		perform ajouter-ligne
end-read

close maitre-file
.

decrire-attente.

move spaces to w-Ligne
string "--- TRANSACTIONS EN ATTENTE DE LEUR DATE D'EFFET (" delimited by size
       w-Dd-Attente delimited by size
       ") ---" delimited by size
       into w-Ligne
perform ajouter-titre

move zero to w-Nb-Trouves

open input attente-file
evaluate true
	when ws-att-ok
		perform until ws-att-eof
			read attente-file
				at end
					set ws-att-eof to true
				not at end
					if att-cle = w-Cle-Interro
						add 1 to w-Nb-Trouves
						perform decrire-transaction
					end-if
			end-read
		end-perform
		close attente-file
	when ws-att-absent
		move "FICHIER D'ATTENTE ABSENT (DD NON MONTE)" to w-Ligne
		perform ajouter-ligne
		exit paragraph
	when other
		move spaces to w-Ligne
		string "ERREUR A L'OUVERTURE DU FICHIER D'ATTENTE (STATUT " delimited by size
		       ws-att-fs delimited by size
		       ")" delimited by size
		       into w-Ligne
		perform ajouter-ligne
		exit paragraph
end-evaluate

if w-Nb-Trouves = zero
	move "AUCUNE TRANSACTION EN ATTENTE" to w-Ligne
	perform ajouter-ligne
end-if
.

decrire-transaction.

move att-donnees to developpeur-trx
move spaces to w-Ligne
string "CODE " delimited by size
       att-code delimited by size
       " EFFET " delimited by size
       att-date-effet delimited by size
       " AGE " delimited by size
       dev-age of developpeur-trx delimited by size
       " TAILLE " delimited by size
       dev-taille of developpeur-trx delimited by size
       " FONCTION " delimited by size
       dev-fonction of developpeur-trx delimited by size
       " CENTRE " delimited by size
       dev-centre-cout of developpeur-trx delimited by size
       into w-Ligne
perform ajouter-ligne
.

decrire-rejet.

move spaces to w-Ligne
string "--- REJET EN COURS (" delimited by size
       w-Dd-Rejets delimited by size
       ") ---" delimited by size
       into w-Ligne
perform ajouter-titre

move zero to w-Nb-Trouves

open input rejets-file
evaluate true
	when ws-rej-ok
		perform until ws-rej-eof
			read rejets-file
				at end
					set ws-rej-eof to true
				not at end
					if rej-nom = w-Cle-Nom
					   and rej-prenom = w-Cle-Prenom
						add 1 to w-Nb-Trouves
						move spaces to w-Ligne
						string "SEQUENCE " delimited by size
						       rej-sequence delimited by size
						       "  MOTIF : " delimited by size
						       rej-motif delimited by size
						       into w-Ligne
						perform ajouter-ligne
					end-if
			end-read
		end-perform
		close rejets-file
	when ws-rej-absent
		move "FICHIER DE REJETS ABSENT (DD NON MONTE)" to w-Ligne
		perform ajouter-ligne
		exit paragraph
	when other
		move spaces to w-Ligne
		string "ERREUR A L'OUVERTURE DES REJETS (STATUT " delimited by size
		       ws-rej-fs delimited by size
		       ")" delimited by size
		       into w-Ligne
		perform ajouter-ligne
		exit paragraph
end-evaluate

if w-Nb-Trouves = zero
	move "AUCUN REJET AU DERNIER RUN" to w-Ligne
	perform ajouter-ligne
end-if
.

decrire-encours.

move spaces to w-Ligne
string "--- ENVOI RH EN ATTENTE D'ACCUSE (" delimited by size
       w-Dd-Encours delimited by size
       ") ---" delimited by size
       into w-Ligne
perform ajouter-titre

move zero to w-Nb-Trouves

open input encours-file
evaluate true
	when ws-enc-ok
		perform until ws-enc-eof
			read encours-file
				at end
					set ws-enc-eof to true
				not at end
					if enc-nom = w-Cle-Nom
					   and enc-prenom = w-Cle-Prenom
						add 1 to w-Nb-Trouves
						perform decrire-envoi
					end-if
			end-read
		end-perform
		close encours-file
	when ws-enc-absent
		move "FICHIER DES ENVOIS EN COURS ABSENT (DD NON MONTE)" to w-Ligne
		perform ajouter-ligne
		exit paragraph
	when other
		move spaces to w-Ligne
		string "ERREUR A L'OUVERTURE DES ENVOIS EN COURS (STATUT " delimited by size
		       ws-enc-fs delimited by size
		       ")" delimited by size
		       into w-Ligne
		perform ajouter-ligne
		exit paragraph
end-evaluate

if w-Nb-Trouves = zero
	move "AUCUN ENVOI EN ATTENTE D'ACCUSE (ACQUITTE OU JAMAIS ENVOYE)" to w-Ligne
	perform ajouter-ligne
end-if
.

decrire-envoi.

move spaces to w-Ligne
string "STATUT " delimited by size
       enc-statut delimited by size
       "  SCORE " delimited by size
       enc-score delimited by size
       "  1ER ENVOI " delimited by size
       enc-date-premier-envoi delimited by size
       "  CYCLES " delimited by size
       enc-nb-cycles delimited by size
       into w-Ligne
perform ajouter-ligne

if enc-escalade-oui
	move "ESCALADE : OUI (SEUIL DE CYCLES SANS ACCUSE DEPASSE)" to w-Ligne
else
	move "ESCALADE : NON" to w-Ligne
end-if
perform ajouter-ligne
.

decrire-prime.

move spaces to w-Ligne
string "--- DERNIERE PRIME (" delimited by size
       w-Dd-Paiement delimited by size
       ") ---" delimited by size
       into w-Ligne
perform ajouter-titre

move "N" to w-Prime-Trouvee
move zero to w-Pai-Date-Run

open input paiement-file
evaluate true
	when ws-pai-ok
		perform until ws-pai-eof
			read paiement-file
				at end
					set ws-pai-eof to true
				not at end
					evaluate true
						when pai-enr-entete
							move pai-donnees to pai-entete
							move pae-date-run to w-Pai-Date-Run
						when pai-enr-detail
							move pai-donnees to pai-detail
							if pad-nom = w-Cle-Nom
							   and pad-prenom = w-Cle-Prenom
								set w-Prime-Trouvee-oui to true
								move pai-donnees to w-Pai-Dernier-Detail
							end-if
					end-evaluate
			end-read
		end-perform
		close paiement-file
	when ws-pai-absent
		move "FICHIER DE PAIEMENT ABSENT (DD NON MONTE)" to w-Ligne
		perform ajouter-ligne
		exit paragraph
	when other
		move spaces to w-Ligne
		string "ERREUR A L'OUVERTURE DU PAIEMENT (STATUT " delimited by size
		       ws-pai-fs delimited by size
		       ")" delimited by size
		       into w-Ligne
		perform ajouter-ligne
		exit paragraph
end-evaluate

if w-Prime-Trouvee-oui
	move w-Pai-Dernier-Detail to pai-detail
	move pad-montant to w-Ed-Montant
	move spaces to w-Ligne
	string "RUN DU " delimited by size
	       w-Pai-Date-Run delimited by size
	       "  SCORE " delimited by size
	       pad-score delimited by size
	       "  FONCTION " delimited by size
	       pad-fonction delimited by size
	       "  MONTANT " delimited by size
	       w-Ed-Montant delimited by size
	       " EUR" delimited by size
	       into w-Ligne
	perform ajouter-ligne
else
	move spaces to w-Ligne
	string "AUCUNE PRIME SUR LE DERNIER PAIEMENT DU " delimited by size
	       w-Pai-Date-Run delimited by size
	       " (RETENUE, SANS BAREME OU NON SCORE)" delimited by size
	       into w-Ligne
	perform ajouter-ligne
end-if
.

decrire-audit.

move spaces to w-Ligne
string "--- SCORES DE LA PISTE D'AUDIT (" delimited by size
       w-Dd-Audit delimited by size
       "), DU PLUS RECENT ---" delimited by size
       into w-Ligne
perform ajouter-titre

move zero to w-Nb-Audit
move zero to w-Nb-Audit-Lus

open input audit-file
evaluate true
	when ws-aud-ok
		perform until ws-aud-eof
			read audit-file
				at end
					set ws-aud-eof to true
				not at end
					if aud-dev-nom of audit-rec = w-Cle-Nom
					   and aud-centre-cout of audit-rec = w-Saisie-Centre
						perform memoriser-audit
					end-if
			end-read
		end-perform
		close audit-file
	when ws-aud-absent
		move "PISTE D'AUDIT ABSENTE (DD NON MONTE)" to w-Ligne
		perform ajouter-ligne
		exit paragraph
	when other
		move spaces to w-Ligne
		string "ERREUR A L'OUVERTURE DE LA PISTE D'AUDIT (STATUT " delimited by size
		       ws-aud-fs delimited by size
		       ")" delimited by size
		       into w-Ligne
		perform ajouter-ligne
		exit paragraph
end-evaluate

if w-Nb-Audit = zero
	move "AUCUN APPEL DU CALCUL SUR LA PISTE POUR CE NOM" to w-Ligne
	perform ajouter-ligne
	exit paragraph
end-if

move "(LA PISTE NE PORTE PAS LE PRENOM : HOMONYMES DU CENTRE INCLUS)" to w-Ligne
perform ajouter-ligne

if w-Nb-Audit-Lus > w-Nb-Audit
	move spaces to w-Ligne
	string "(" delimited by size
	       w-Nb-Audit-Lus delimited by size
	       " APPELS SUR LA PISTE, LES 200 PLUS RECENTS SONT AFFICHES)" delimited by size
	       into w-Ligne
	perform ajouter-ligne
end-if

perform varying i-Audit from w-Nb-Audit by -1 until i-Audit < 1
	move w-aud-entree(i-Audit) to audit-memo
	move spaces to w-Ligne
	string aud-date-heure of audit-memo(1:8) delimited by size
	       " " delimited by size
	       aud-date-heure of audit-memo(9:6) delimited by size
	       "  AGE " delimited by size
	       aud-dev-age of audit-memo delimited by size
	       "  EMBAUCHE " delimited by size
	       aud-date-embauche of audit-memo delimited by size
	       "  " delimited by size
	       aud-fonction of audit-memo delimited by size
	       "  TRT " delimited by size
	       aud-trt-avant of audit-memo delimited by size
	       ">" delimited by size
	       aud-trt-apres of audit-memo delimited by size
	       "  SCORE " delimited by size
	       aud-score of audit-memo delimited by size
	       into w-Ligne
	perform ajouter-ligne
end-perform
.

memoriser-audit.

*> la piste est chronologique : au-dela de 200 appels, le
*> plus ancien retenu laisse la place.
add 1 to w-Nb-Audit-Lus
if w-Nb-Audit < 200
	add 1 to w-Nb-Audit
else
	perform varying i-Audit from 1 by 1 until i-Audit > 199
		move w-aud-entree(i-Audit + 1) to w-aud-entree(i-Audit)
	end-perform
end-if
move audit-rec to w-aud-entree(w-Nb-Audit)
.

feuilleter-fiche.

*> S (ou entree) page suivante, P page precedente, I
*> impression, N nouvelle recherche, F fin. entree sur la
*> derniere page revient a la saisie.
compute w-Nb-Pages = (w-Nb-Lignes + w-Lignes-Page - 1) / w-Lignes-Page
move 1 to w-Page
set w-Fiche-Ouverte to true

perform until not w-Fiche-Ouverte
	perform afficher-page
	display "S=SUIVANTE P=PRECEDENTE I=IMPRIMER N=NOUVELLE RECHERCHE F=FIN : "
	move spaces to w-Commande
	accept w-Commande
	inspect w-Commande converting "spinf" to "SPINF"
	evaluate w-Commande
		when "S"
		when space
			if w-Page < w-Nb-Pages
				add 1 to w-Page
			else
				set w-Fiche-Quittee to true
			end-if
		when "P"
			if w-Page > 1
				subtract 1 from w-Page
			end-if
		when "I"
			perform imprimer-fiche
		when "N"
			set w-Fiche-Quittee to true
		when "F"
			set w-Fiche-Quittee to true
			set w-Interro-Terminee to true
		when other
			display "PINTERRO : commande " w-Commande " inconnue"
	end-evaluate
end-perform
.

afficher-page.

compute w-Premiere-Ligne = (w-Page - 1) * w-Lignes-Page + 1
compute w-Derniere-Ligne = w-Premiere-Ligne + w-Lignes-Page - 1
if w-Derniere-Ligne > w-Nb-Lignes
	move w-Nb-Lignes to w-Derniere-Ligne
end-if

move w-Page to w-Ed-Page
move w-Nb-Pages to w-Ed-Nb-Pages

display " "
display "INTERROGATION DEVELOPPEUR - PROGRAMME " Nom-Pgm " - PAGE " w-Ed-Page "/" w-Ed-Nb-Pages
perform varying i-Ligne from w-Premiere-Ligne by 1 until i-Ligne > w-Derniere-Ligne
	display w-lig-texte(i-Ligne)
end-perform
.

imprimer-fiche.

*> INTRPT est ouvert a la premiere impression ; chaque fiche
*> imprimee s'y ajoute en entier, toutes pages.
if not w-Impression-Ouverte
	open output impression-file
	if not ws-imp-ok
		display "PINTERRO : impossible d'ouvrir INTRPT (statut " ws-imp-fs "), impression impossible"
		exit paragraph
	end-if
	set w-Impression-Ouverte to true
end-if

move function current-date to ws-date-heure

move spaces to ws-ligne-entete-1
string "INTERROGATION DEVELOPPEUR - PROGRAMME " delimited by size
       Nom-Pgm delimited by size
       into ws-ligne-entete-1
write impression-rec from ws-ligne-entete-1

move spaces to ws-ligne-entete-2
string "DATE DU TRAITEMENT : " delimited by size
       ws-date-jj delimited by size "/" delimited by size
       ws-date-mm delimited by size "/" delimited by size
       ws-date-aaaa delimited by size
       into ws-ligne-entete-2
write impression-rec from ws-ligne-entete-2

write impression-rec from ws-ligne-vide

perform varying i-Ligne from 1 by 1 until i-Ligne > w-Nb-Lignes
	write impression-rec from w-lig-texte(i-Ligne)
end-perform

write impression-rec from ws-ligne-vide

add 1 to w-Nb-Impressions
display "fiche imprimee sur INTRPT"
.

fin.

if w-Impression-Ouverte
	close impression-file
end-if

display "PINTERRO : " w-Nb-Interrogations " interrogation(s), " w-Nb-Impressions " fiche(s) imprimee(s)"
.
