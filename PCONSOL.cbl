*> centre, total general, alerte sur tout centre dont   *>
*> le taux de KO depasse le seuil ou dont le rapport    *>
*> ne vient pas d'un run complet du cycle du jour       *>
*> (registre RUNFILE), ou dont le maitre a ete restaure *>
*> par PRESTAUR depuis. ouvrir un nouveau centre est    *>
*> une ligne CCREF plus un couple de DD dans le JCL,    *>
*> sans modification de programme ; un centre ferme     *>
*> est signale et saute.                                *>
 01 w-Ledger pic x value "N".
  88 w-Ledger-Present value "O".
 01 w-Dernier-Run-Complet pic 9(8).
 01 w-Restaure-Apres-Run pic x value "N".
  88 w-Restaure-Apres-Run-oui value "O".

*>-------referentiel des centres de cout-------------------*
*> la liste des centres a consolider vient de CCREF : les
chercher-dernier-run-complet.

*> date du dernier run complet (etat C) du centre en cours
*> au registre des runs, et restauration PRESTAUR (etat R)
*> inscrite apres lui : le rapport porte alors sur un maitre
*> qui n'existe plus.
move zero to w-Dernier-Run-Complet
move "N" to w-Restaure-Apres-Run

open input runctl-file
if ws-run-ok
				set ws-run-eof to true
			not at end
				if run-centre-cout = w-Centre-Courant
					evaluate true
						when run-etat-complet
							if run-date >= w-Dernier-Run-Complet
								move run-date to w-Dernier-Run-Complet
								move "N" to w-Restaure-Apres-Run
							end-if
						when run-etat-restaure
							if w-Dernier-Run-Complet > zero
							   and run-date >= w-Dernier-Run-Complet
								set w-Restaure-Apres-Run-oui to true
							end-if
					end-evaluate
				end-if
		end-read
	end-perform
	when w-Ledger-Present and w-Dernier-Run-Complet = zero
		move "AUCUN RUN COMPLET" to wlc-alerte
		add 1 to w-Nb-Alertes
	when w-Ledger-Present and w-Restaure-Apres-Run-oui
		move "RESTAURE SANS RECALCUL" to wlc-alerte
		add 1 to w-Nb-Alertes
	when w-Ledger-Present
	     and w-Dernier-Run-Complet not = w-Date-Jour
		move spaces to wlc-alerte
