   15 mix-nom pic x(10).
    88 mix-cle-controle value "*CTL*".
   15 mix-prenom pic x(20).
  10 filler pic x(41).
 05 filler pic x(1).

01 maitre-idx-controle.
 05 mxc-centre-cout pic x(4).
 05 mxc-nb-enr pic 9(6).
 05 mxc-cumul-age pic 9(8).
 05 filler pic x(8).
