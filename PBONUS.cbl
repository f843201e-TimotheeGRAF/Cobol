*> argent et plus seulement en nombre                   *>
*> d'enregistrements. les scores sans ligne de bareme   *>
*> applicable partent en anomalie sur BONREJ.           *>
*> chaque prime emise est aussi portee au registre des  *>
*> primes payees (PAIHIST, voir PAIHIST.cpy) : c'est    *>
*> contre ce registre que PREGUL calcule les rappels et *>
*> trop-percus quand un score change apres paiement.    *>
*> les lignes du run sont ecrites sur un fichier de     *>
*> travail du centre (PAINEUF), que le JCL n'ajoute a   *>
*> PAIHIST que si le step s'est termine sans erreur ;   *>
*> un run relance le meme jour alors que PAIHIST porte  *>
*> deja les lignes du centre a cette date est refuse    *>
*> (code retour 16).                                    *>
*> un developpeur que PDOUBLON a mis en suspens         *>
*> (SUSFILE, voir SUSPENS.cpy, doublon presume avec une *>
*> fiche d'un autre centre) n'est pas paye : sa prime   *>
*> est retenue, signalee sur BONREJ et portee au        *>
*> registre en ligne S, PREGUL la versera une fois le   *>
*> suspens leve.                                        *>
*>-----------------------------------------------------*

environment division.
        access mode is sequential
        file status is ws-ano-fs.

    select historique-file assign to "PAIHIST"
        organization is sequential
        access mode is sequential
        file status is ws-phi-fs.

    select registre-neuf-file assign to "PAINEUF"
        organization is sequential
        access mode is sequential
        file status is ws-pnf-fs.

    select suspens-file assign to "SUSFILE"
        organization is sequential
        access mode is sequential
        file status is ws-sus-fs.

data division.
file section.
fd  scores-file
copy BAREME.

fd  maitre-file
    record contains 72 characters.
copy DEVIDX.

fd  paiement-file
 05 ano-fonction pic x(10).
 05 ano-motif pic x(30).

fd  historique-file
    record contains 80 characters.
01 historique-rec pic x(80).

fd  registre-neuf-file
    record contains 80 characters.
01 registre-neuf-rec pic x(80).

fd  suspens-file
    record contains 80 characters.
01 suspens-rec.
copy SUSPENS.

working-storage section.
*>-------constantes------------------------------------*
 01 Nom-Pgm pic X(8) value "PBONUS".
*>-------indices---------------------------------------*
 01 i-Bar pic 9(3).
 01 i-Trouve pic 9(3).
 01 i-Sus pic 9(5).

*>-------volumetrie--------------------------------------*
 01 w-Nb-Scores pic 9(5) value zero.
 01 w-Nb-Payes pic 9(5) value zero.
 01 w-Nb-Anomalies pic 9(5) value zero.
 01 w-Nb-Retenues pic 9(5) value zero.
 01 w-Cumul-Retenu pic 9(11)v99 value zero.
 01 w-Cumul-Montant pic 9(11)v99 value zero.

*>-------statuts fichiers-------------------------------*
 01 ws-ano-fs pic x(2).
  88 ws-ano-ok value "00".

 01 ws-phi-fs pic x(2).
  88 ws-phi-ok value "00".
  88 ws-phi-eof value "10".
  88 ws-phi-absent value "35".

 01 ws-pnf-fs pic x(2).
  88 ws-pnf-ok value "00".

 01 ws-sus-fs pic x(2).
  88 ws-sus-ok value "00".
  88 ws-sus-eof value "10".
  88 ws-sus-absent value "35".

*>-------developpeurs du centre en suspens----------------*
*> cles nom + prenom des fiches du centre presentes sur
*> SUSFILE (doublons presumes detectes par PDOUBLON).
 01 w-Nb-Suspens pic 9(5) value zero.
 01 w-Tab-Suspens.
  05 w-sus-entree occurs 4000 times.
   10 w-sus-nom pic x(10).
   10 w-sus-prenom pic x(20).
 01 w-Suspens-Trouve pic x.
  88 w-Suspens-Trouve-oui value "O".

*>-------type de la ligne portee au registre---------------*
 01 w-Type-Registre pic x.
  88 w-Registre-Paiement value "P".
  88 w-Registre-Suspendu value "S".

*>-------ligne du registre des primes---------------------*
*> relue sur PAIHIST pour le controle de relance, construite
*> ici pour les lignes du run ecrites sur PAINEUF.
 01 w-Ligne-Registre.
copy PAIHIST.
 01 w-Deja-Paye pic x value "N".
  88 w-Deja-Paye-oui value "O".

*>-------bareme en vigueur---------------------------------*
*> seules les lignes dont la date d'effet est anterieure ou
*> egale a la date du jour sont chargees ; a l'application,

perform charger-bareme
perform lire-centre-maitre
perform controler-registre
perform charger-suspens

open input scores-file
if not ws-sco-ok
move "E" to pai-code-enr
move pai-entete to pai-donnees
write paiement-rec

*> les lignes du run partent sur PAINEUF : le JCL ne les
*> ajoute a PAIHIST qu'une fois le step termine sans erreur.
open output registre-neuf-file
if not ws-pnf-ok
	display "PBONUS : impossible d'ouvrir PAINEUF (statut " ws-pnf-fs ") - arret"
	move 16 to return-code
	stop run
end-if
.

controler-registre.

*> une relance le meme jour apres un run abouti payerait
*> deux fois : si PAIHIST porte deja des lignes P ou S du
*> centre a la date du jour, le run est refuse. pas de
*> registre = premier passage.
open input historique-file
evaluate true
	when ws-phi-ok
		perform until ws-phi-eof
			read historique-file into w-Ligne-Registre
				at end
					set ws-phi-eof to true
				not at end
					if phi-centre-cout = w-Centre-Maitre
					   and phi-date-paiement = w-Date-Jour
					   and (phi-type-paiement or phi-type-suspendu)
						set w-Deja-Paye-oui to true
					end-if
			end-read
		end-perform
		close historique-file
	when ws-phi-absent
		display "PBONUS : pas de registre PAIHIST, premier passage"
	when other
		display "PBONUS : impossible d'ouvrir PAIHIST (statut " ws-phi-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate

if w-Deja-Paye-oui
	display "PBONUS : primes du centre " w-Centre-Maitre " deja portees au registre PAIHIST le " w-Date-Jour " - arret"
	move 16 to return-code
	stop run
end-if
.

charger-bareme.
end-if
.

charger-suspens.

*> SUSFILE facultatif : sans lui, aucune prime n'est
*> retenue. seules les fiches du centre du maitre sont
*> gardees.
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
							display "PBONUS : plus de 4000 suspens pour le centre sur SUSFILE - arret"
							move 16 to return-code
							stop run
						end-if
					end-if
			end-read
		end-perform
		close suspens-file
	when ws-sus-absent
		display "PBONUS : pas de fichier SUSFILE, aucune prime retenue"
	when other
		display "PBONUS : erreur a l'ouverture de SUSFILE (statut " ws-sus-fs ") - arret"
		move 16 to return-code
		stop run
end-evaluate
.

lire-centre-maitre.

*> le fichier des scores ne porte pas d'entete : la date de

close scores-file
close anomalies-file
close registre-neuf-file
.

calculer-prime.
	move "AUCUNE LIGNE DE BAREME APPLICABLE" to ano-motif
	write anomalie-rec
	add 1 to w-Nb-Anomalies
	exit paragraph
end-if

perform chercher-suspens

if w-Suspens-Trouve-oui
	perform retenir-prime
else
	move spaces to pai-detail
	move scor-nom to pad-nom
	write paiement-rec
	add 1 to w-Nb-Payes
	add w-bar-montant(i-Trouve) to w-Cumul-Montant
	set w-Registre-Paiement to true
	perform inscrire-registre
end-if
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

retenir-prime.

*> doublon presume : la prime calculee ne part pas en paie,
*> elle est signalee et portee au registre en ligne S (hors
*> du paye net) pour que PREGUL la verse une fois le
*> suspens leve.
move scor-nom to ano-nom
move scor-prenom to ano-prenom
move scor-score to ano-score
move scor-fonction to ano-fonction
move "SUSPENS DOUBLON, PRIME RETENUE" to ano-motif
write anomalie-rec
add 1 to w-Nb-Retenues
add w-bar-montant(i-Trouve) to w-Cumul-Retenu

set w-Registre-Suspendu to true
perform inscrire-registre
.

inscrire-registre.

*> la periode est le mois de la date de run : c'est la
*> maille a laquelle PREGUL regularise.
move spaces to w-Ligne-Registre
move w-Centre-Maitre to phi-centre-cout
move w-Date-Jour(1:6) to phi-periode
move w-Date-Jour to phi-date-paiement
move w-Type-Registre to phi-type
move scor-nom to phi-nom
move scor-prenom to phi-prenom
move scor-fonction to phi-fonction
move scor-score to phi-score
move w-bar-montant(i-Trouve) to phi-montant
write registre-neuf-rec from w-Ligne-Registre
.

chercher-ligne-bareme.

*> parmi les tranches de la fonction qui contiennent le
	display "fichier de paiement ecrit sur PAIFILE"
end-if

if (w-Nb-Anomalies > zero or w-Nb-Retenues > zero) and return-code = zero
	move 4 to return-code
end-if

display "PBONUS : " w-Nb-Scores " score(s), " w-Nb-Payes " prime(s) calculee(s), " w-Nb-Anomalies " anomalie(s), montant total " w-Cumul-Montant

if w-Nb-Retenues > zero
	display "PBONUS : " w-Nb-Retenues " prime(s) retenue(s) en suspens doublon pour " w-Cumul-Retenu ", voir BONREJ"
end-if
.
