*> ------------------------------------------------------------- *>
*> QUALHIS.cpy - enregistrement de l'historique de qualite des   *>
*> maitres (QUALHIST). fichier au fil de l'eau (DISP=MOD),       *>
*> commun a tous les centres : PQUALITE y ajoute une ligne par   *>
*> centre profile a chaque passage, avec le nombre de fiches par *>
*> type d'anomalie et l'indice de qualite (pourcentage de fiches *>
*> sans aucune anomalie). le passage suivant compare son indice  *>
*> a la derniere mesure anterieure du centre pour donner la      *>
*> tendance.                                                     *>
*> ------------------------------------------------------------- *>
 05 qhi-centre-cout pic x(4).
 05 qhi-date-mesure pic 9(8).
 05 qhi-nb-enr pic 9(6).
 05 qhi-nb-sains pic 9(6).
 05 qhi-indice pic 9(3).
 05 qhi-nb-taille pic 9(6).
 05 qhi-nb-fonction pic 9(6).
 05 qhi-nb-embauche pic 9(6).
 05 qhi-nb-age pic 9(6).
 05 qhi-nb-embauche-16 pic 9(6).
 05 qhi-nb-cle pic 9(6).
 05 filler pic x(17).
