data division.
file section.
fd  maitre-file
    record contains 72 characters.
copy DEVIDX.

fd  rejets-file
copy REJET.

fd  corrections-file
    record contains 76 characters.
01 correction-rec.
 05 cor-sequence pic 9(5).
 05 cor-donnees pic x(71).

fd  anomalies-file
    record contains 106 characters.
01 anomalie-rec.
 05 ano-sequence pic 9(5).
 05 ano-donnees pic x(71).
 05 ano-motif pic x(30).

fd  rapport-file
01 rapport-rec pic x(80).

fd  generation-file
    record contains 72 characters.
01 generation-rec.
 05 gen-code-enr pic x.
 05 gen-donnees pic x(71).

fd  reference-file
    record contains 80 characters.
	     and not dev-taille-petit of developpeur-cor
		set w-Cor-Valide-non to true
		move "TAILLE INCONNUE" to ano-motif
	when dev-date-naissance-x of developpeur-cor = spaces
		continue
	when dev-date-naissance of developpeur-cor not numeric
	     or dev-date-naissance of developpeur-cor = zero
	     or dev-date-naissance-x of developpeur-cor > ws-date-heure(1:8)
		set w-Cor-Valide-non to true
		move "DATE DE NAISSANCE INVALIDE" to ano-motif
end-evaluate

if w-Cor-Valide-oui

subtract dev-age of developpeur-maitre from w-Cumul-Age

*> une correction sans date de naissance garde celle du maitre.
if dev-date-naissance-x of developpeur-cor = spaces
	move dev-date-naissance-x of developpeur-maitre
	  to dev-date-naissance-x of developpeur-cor
end-if

move spaces to maitre-idx-rec
move developpeur-cor to mix-developpeur
write maitre-idx-rec
	invalid key
		display "PRECYCL : erreur d'ecriture sur DEVFILE (statut " ws-dev-fs ") - arret"
