*> sequentiel E/D/F des developpeurs (extractions du systeme     *>
*> source et images du maitre). chaque enregistrement porte en   *>
*> premiere position un code : E = entete, D = detail            *>
*> developpeur, F = fin. les zones ci-dessous decrivent les 71   *>
*> caracteres de donnees des enregistrements E et F ; le detail  *>
*> D reste decrit par DEVELOP.cpy. le maitre indexe (DEVIDX.cpy) *>
*> reprend les memes informations dans son enregistrement de     *>
*> PMAJDEV et PRECYCL apres chaque maintenance et comparees par  *>
*> PCOMPGEN) portent en plus la date de generation et le         *>
*> programme qui les a ecrites ; ces zones restent a blanc dans  *>
*> les extractions du systeme source. une generation ecrite par  *>
*> PRESTAUR (restauration du maitre) porte en plus la date et le *>
*> programme de la generation restauree.                         *>
*> ------------------------------------------------------------- *>
 01 devfile-entete.
  05 ent-date-extraction pic 9(8).
  05 ent-centre-cout pic x(4).
  05 ent-date-generation pic 9(8).
  05 ent-pgm-generation pic x(8).
  05 ent-rst-date-generation pic 9(8).
  05 ent-rst-pgm-generation pic x(8).
  05 filler pic x(19).

 01 devfile-fin.
  05 fin-nb-enr pic 9(6).
  05 fin-cumul-age pic 9(8).
  05 filler pic x(57).
