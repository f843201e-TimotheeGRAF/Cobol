data division.
file section.
fd  gen-avant-file
    record contains 72 characters.
01 gen-avant-rec.
 05 gav-code-enr pic x.
  88 gav-enr-entete value "E".
  88 gav-enr-detail value "D".
  88 gav-enr-fin value "F".
 05 gav-donnees pic x(71).

fd  gen-apres-file
    record contains 72 characters.
01 gen-apres-rec.
 05 gap-code-enr pic x.
  88 gap-enr-entete value "E".
  88 gap-enr-detail value "D".
  88 gap-enr-fin value "F".
 05 gap-donnees pic x(71).

fd  rapport-file
    record contains 80 characters.
    88 w-av-vu value "V".
   10 w-av-dev.
    15 w-av-cle pic x(30).
    15 filler pic x(41).

*>-------comparaison du developpeur courant----------------*
 01 w-Dev-Modifie pic x.
       ent-centre-cout delimited by size
       into ws-ligne-entete-2(17:64)
write rapport-rec from ws-ligne-entete-2

*> une generation ecrite par PRESTAUR est la copie d'une
*> generation plus ancienne : on dit laquelle.
if ent-rst-date-generation is numeric
   and ent-rst-date-generation > zero
	move spaces to ws-ligne-entete-2
	string "   RESTAURATION DE LA GENERATION ECRITE LE " delimited by size
	       ent-rst-date-generation delimited by size
	       " PAR " delimited by size
	       ent-rst-pgm-generation delimited by size
	       into ws-ligne-entete-2
	write rapport-rec from ws-ligne-entete-2
end-if
.

comparer-generation-apres.
	move dev-fonction of developpeur-apres to wlz-apres
	perform ecrire-ligne-zone
end-if

if dev-date-naissance-x of developpeur-avant
   not = dev-date-naissance-x of developpeur-apres
	perform marquer-developpeur-modifie
	move "NAISSANCE" to wlz-zone
	move dev-date-naissance-x of developpeur-avant to wlz-avant
	move dev-date-naissance-x of developpeur-apres to wlz-apres
	perform ecrire-ligne-zone
end-if
.

marquer-developpeur-modifie.
