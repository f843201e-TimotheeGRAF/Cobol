data division.
file section.
fd  maitre-file
    record contains 72 characters.
copy DEVIDX.

*> maitre du centre destination des transferts, meme
*> decoupe que DEVIDX.cpy.
fd  destination-maitre-file
    record contains 72 characters.
01 dest-idx-rec.
 05 dst-developpeur.
  10 dst-cle.
   15 dst-nom pic x(10).
   15 dst-prenom pic x(20).
  10 filler pic x(41).
 05 filler pic x(1).

01 dest-idx-controle.
 05 dsc-centre-cout pic x(4).
 05 dsc-nb-enr pic 9(6).
 05 dsc-cumul-age pic 9(8).
 05 filler pic x(8).

fd  transactions-file
    record contains 80 characters.
01 transaction-rec.
 05 trx-code pic x.
  88 trx-ajout value "A".
  88 trx-modif value "M".
  88 trx-suppr value "S".
  88 trx-transfert value "T".
 05 trx-donnees pic x(71).
 05 trx-date-effet pic 9(8).

*> transactions a date d'effet future reportees du ou des
*> runs precedents, meme decoupe que TRXFILE.
fd  attente-file
    record contains 80 characters.
01 attente-rec pic x(80).

fd  attente-new-file
    record contains 80 characters.
01 attente-new-rec pic x(80).

fd  anomalies-file
    record contains 110 characters.
01 anomalie-rec.
 05 ano-code pic x.
 05 ano-donnees pic x(71).
 05 ano-date-effet pic 9(8).
 05 ano-motif pic x(30).

01 rapport-rec pic x(80).

fd  generation-file
    record contains 72 characters.
01 generation-rec.
 05 gen-code-enr pic x.
 05 gen-donnees pic x(71).

fd  reference-file
    record contains 80 characters.
	     and not dev-taille-petit of developpeur-trx
		set w-Trx-Valide-non to true
		move "TAILLE INCONNUE" to ano-motif
	when dev-date-naissance-x of developpeur-trx = spaces
		continue
	when dev-date-naissance of developpeur-trx not numeric
	     or dev-date-naissance of developpeur-trx = zero
	     or dev-date-naissance of developpeur-trx > w-Date-Jour
		set w-Trx-Valide-non to true
		move "DATE DE NAISSANCE INVALIDE" to ano-motif
end-evaluate

if w-Trx-Valide-oui

appliquer-modif.

*> une carte M sans date de naissance ne l'efface pas : la
*> date connue du maitre est conservee.
perform controler-donnees-trx

if w-Trx-Valide-non
		perform rejeter-transaction
	else
		subtract dev-age of developpeur-maitre from w-Cumul-Age
		if dev-date-naissance-x of developpeur-trx = spaces
			move dev-date-naissance-x of developpeur-maitre
			  to dev-date-naissance-x of developpeur-trx
		end-if
		move spaces to maitre-idx-rec
		move developpeur-trx to mix-developpeur
		perform reecrire-enregistrement-maitre
		add dev-age of developpeur-trx to w-Cumul-Age
		add 1 to w-Nb-Modifs
