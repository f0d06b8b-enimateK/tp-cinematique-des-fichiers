FILE-CONTROL.
*> Chargeur des fichiers de transmission au format produit par
*> extraction_prefecture (en-tete '1', details '2', sous-totaux
*> optionnels '3', repartition des sieges optionnelle '4', pied
*> '9' avec totaux de controle), recus des communes voisines du
*> syndicat intercommunal. Le nom du fichier est donne a
*> l'execution.
        SELECT ftransmission ASSIGN TO Wfichier_nom
        ORGANIZATION sequential
        ACCESS IS sequential
*> Sous-totaux optionnels par canton/circonscription : ignores au
*> chargement, ils ne participent pas aux totaux de controle
              CONTINUE
           WHEN '4'
*> Repartition des sieges par liste : information seulement,
*> hors totaux de controle
              CONTINUE
           WHEN '9'
              PERFORM CONTROLE_PIED
           WHEN OTHER
