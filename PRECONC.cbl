*> + prenom, et signale sur RECRPT les developpeurs     *>
*> absents d'un cote ou de l'autre ainsi que les        *>
*> divergences de zones (age, taille, fonction, centre  *>
*> de cout, date d'embauche, date de naissance). quand  *>
*> l'extraction porte une date de naissance, l'age du   *>
*> detail est recalcule a la date du jour avant la      *>
*> comparaison (l'age annonce par la source peut dater  *>
*> de son dernier chargement). les ecarts sont          *>
*> convertis en transactions A/M/S (et T pour un        *>
*> changement de centre de cout) au format TRXFILE sur  *>
*> RECTRX, a rejouer par PMAJDEV a la prochaine passe   *>
data division.
file section.
fd  maitre-file
    record contains 72 characters.
copy DEVIDX.

fd  extraction-file
    record contains 72 characters.
01 extraction-rec.
 05 ext-code-enr pic x.
  88 ext-enr-entete value "E".
  88 ext-enr-detail value "D".
  88 ext-enr-fin value "F".
 05 ext-donnees pic x(71).

fd  transactions-file
    record contains 80 characters.
01 transaction-rec.
 05 trx-code pic x.
 05 trx-donnees pic x(71).
 05 trx-date-effet pic 9(8).

fd  rapport-file
 01 w-Nb-Suppr pic 9(5) value zero.
 01 w-Nb-Transferts pic 9(5) value zero.
 01 w-Ctl-Cumul-Age pic 9(8) value zero.
 01 w-Nb-Ages-Recalcules pic 9(5) value zero.

*>-------statuts fichiers-------------------------------*
 01 ws-dev-fs pic x(2).
    88 w-mait-vu value "V".
   10 w-mait-dev.
    15 w-mait-cle pic x(30).
    15 filler pic x(41).

*>-------comparaison des zones-----------------------------*
 01 w-Divergence pic x.
 01 w-Divergence-Centre pic x.
  88 w-Div-Centre-oui value "O".
  88 w-Div-Centre-non value "N".
 01 w-Zones-Ecart pic x(54).
 01 w-Ecart-Ptr pic 9(2).

*>-------age a la date du jour------------------------------*
*> age en annees revolues a la date du traitement, deduit
*> de la date de naissance de l'extraction.
 01 w-Naissance.
  05 w-nais-aaaa pic 9(4).
  05 w-nais-mmjj pic x(4).
 01 w-Age-Calcule pic s9(4).

*>-------rapport de reconciliation-------------------------*
 01 ws-date-heure.
  05 ws-date-aaaa pic 9(4).
					add 1 to w-Nb-Ext-Lus
					move ext-donnees to developpeur-ext
					add dev-age of developpeur-ext to w-Ctl-Cumul-Age
					perform calculer-age-extraction
					perform rapprocher-detail
				when other
					display "PRECONC : code enregistrement inconnu sur EXTFILE - arret"
write rapport-rec from ws-ligne-vide
.

calculer-age-extraction.

*> l'equilibrage entete/fin porte sur les ages annonces par
*> la source ; l'age recalcule ne sert qu'a la comparaison
*> et aux transactions generees. une date de naissance
*> absente ou invalide laisse l'age annonce (PMAJDEV
*> rejettera la transaction portant une date invalide).
if dev-date-naissance-x of developpeur-ext = spaces
   or dev-date-naissance of developpeur-ext not numeric
   or dev-date-naissance of developpeur-ext = zero
   or dev-date-naissance-x of developpeur-ext > ws-date-heure(1:8)
	exit paragraph
end-if

move dev-date-naissance-x of developpeur-ext to w-Naissance
compute w-Age-Calcule = ws-date-aaaa - w-nais-aaaa
if ws-date-heure(5:4) < w-nais-mmjj
	subtract 1 from w-Age-Calcule
end-if

if w-Age-Calcule not = dev-age of developpeur-ext
	move w-Age-Calcule to dev-age of developpeur-ext
	move developpeur-ext to ext-donnees
	add 1 to w-Nb-Ages-Recalcules
end-if
.

rapprocher-detail.

*> l'extraction couvre tous les centres : un detail d'un
	string " EMBAUCHE" delimited by size
	       into w-Zones-Ecart with pointer w-Ecart-Ptr
end-if
*> une extraction sans date de naissance ne fait pas ecart :
*> la transaction M laisse alors au maitre la date connue.
if dev-date-naissance-x of developpeur-ext not = spaces
   and dev-date-naissance-x of developpeur-mait
       not = dev-date-naissance-x of developpeur-ext
	set w-Divergence-oui to true
	string " NAISSANCE" delimited by size
	       into w-Zones-Ecart with pointer w-Ecart-Ptr
end-if

*> un changement de centre de cout passe par la transaction
*> de transfert T, qui deplace le developpeur d'un maitre a
move w-Nb-Transferts to wto-valeur
write rapport-rec from ws-ligne-total

move "AGES RECALCULES A LA NAISSANCE : " to wto-libelle
move w-Nb-Ages-Recalcules to wto-valeur
write rapport-rec from ws-ligne-total

close rapport-file

display "rapport de reconciliation ecrit sur RECRPT"
