        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fparam_stat.
*> Composition des bureaux par scrutin (programme assesseurs),
*> controlee avant le passage d'un bureau a l'etat 'ouvert'
        SELECT fmembres ASSIGN TO "fmembres_bureau.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fmb_cle
        FILE STATUS IS fmembres_stat.

DATA DIVISION.
FILE SECTION.
        FD fparam.
        01 paramTampon.
          02 fpar_valeur PIC X(30).
        FD fmembres.
        01 membreTampon.
          02 fmb_cle.
             03 fmb_noebur PIC X(4).
             03 fmb_scrutin PIC X(8).
             03 fmb_role PIC 9.
                88 fmb-president VALUE 1.
                88 fmb-secretaire VALUE 2.
                88 fmb-assesseur VALUE 3.
             03 fmb_rang PIC 9(2).
          02 fmb_nom PIC X(30).
          02 fmb_prenom PIC X(30).
          02 fmb_id PIC 9(15).
          02 fmb_numcandidat PIC 9(2).
          02 fmb_telephone PIC X(14).

WORKING-STORAGE SECTION.
        77 fbureaux_stat PIC 9(2).
        77 Wparam_fin PIC 9 VALUE 0.
        77 Wreponse PIC X(30).
        77 Wreponse_num PIC 9(15).
        77 fmembres_stat PIC 9(2).
        77 Wscrutin PIC X(8).
        77 Wfin_mb PIC 9.
        77 Wcomposition_ok PIC 9.
        77 Wnb_presidents PIC 9(2).
        77 Wnb_secretaires PIC 9(2).
        77 Wnb_assesseurs PIC 9(2).
*> Composition minimale d'un bureau de vote pour son ouverture
        77 Wmin_assesseurs PIC 9 VALUE 2.


PROCEDURE DIVISION.
*> Etat du bureau : 1-pas ouvert 2-ouvert 3-ferme 4-resultats transmis
*> Seule la transition vers l'etat suivant est autorisee, pour
*> empecher par exemple de saisir des resultats avant la fermeture.
*> L'ouverture (etat 2) exige en plus la composition minimale du
*> bureau pour le scrutin : president, secretaire, deux assesseurs.
        OPEN I-O fbureaux
        DISPLAY 'Numero de bureau'
        PERFORM LIT_REPONSE
           PERFORM LIT_REPONSE_NUM
           MOVE Wreponse_num TO Wnouvel_etat
           IF Wnouvel_etat = fbu_etat + 1 AND Wnouvel_etat <= 4 THEN
              MOVE 1 TO Wcomposition_ok
              IF fbu-pas-ouvert THEN
                 DISPLAY 'Code du scrutin (8 caracteres)'
                 PERFORM LIT_REPONSE
                 MOVE Wreponse TO Wscrutin
                 PERFORM VERIFIE_COMPOSITION_BUREAU
              END-IF
              IF Wcomposition_ok = 1 THEN
                 MOVE Wnouvel_etat TO fbu_etat
                 REWRITE bureauxTampon END-REWRITE
                 IF fbureaux_stat NOT = 0 AND fbureaux_stat NOT = 2
                    AND fbureaux_stat NOT = 4
                    MOVE 1 TO Wio_ko
                 END-IF
              ELSE
                 DISPLAY 'Composition du bureau incomplete, ouverture '
                    'refusee'
              END-IF
           ELSE
              DISPLAY 'Transition d''etat invalide, aucune modification'

        CLOSE fbureaux.

        VERIFIE_COMPOSITION_BUREAU.
*> Wnum et Wscrutin sont deja positionnes par l'appelant ; compte
*> les membres du bureau par role dans fmembres_bureau.dat. Sans
*> ce fichier la composition est inconnue et l'ouverture refusee.
        MOVE 0 TO Wnb_presidents
        MOVE 0 TO Wnb_secretaires
        MOVE 0 TO Wnb_assesseurs
        OPEN INPUT fmembres
        IF fmembres_stat = 35 THEN
           DISPLAY 'Fichier fmembres_bureau.dat introuvable, lancer le '
              'programme assesseurs'
        ELSE
           MOVE Wnum TO fmb_noebur
           MOVE Wscrutin TO fmb_scrutin
           MOVE 0 TO fmb_role
           MOVE 0 TO fmb_rang
           MOVE 0 TO Wfin_mb
           START fmembres KEY IS NOT LESS THAN fmb_cle
              INVALID KEY MOVE 1 TO Wfin_mb
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_mb = 1
              READ fmembres NEXT RECORD
                 AT END MOVE 1 TO Wfin_mb
                 NOT AT END
                    IF fmb_noebur NOT = Wnum
                       OR fmb_scrutin NOT = Wscrutin THEN
                       MOVE 1 TO Wfin_mb
                    ELSE
                       EVALUATE TRUE
                          WHEN fmb-president
                             ADD 1 TO Wnb_presidents
                          WHEN fmb-secretaire
                             ADD 1 TO Wnb_secretaires
                          WHEN fmb-assesseur
                             ADD 1 TO Wnb_assesseurs
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
        END-IF
        CLOSE fmembres
        IF Wnb_presidents = 0 OR Wnb_secretaires = 0
           OR Wnb_assesseurs < Wmin_assesseurs THEN
           MOVE 0 TO Wcomposition_ok
           IF Wnb_presidents = 0 THEN
              DISPLAY '   MANQUE : president'
           END-IF
           IF Wnb_secretaires = 0 THEN
              DISPLAY '   MANQUE : secretaire'
           END-IF
           IF Wnb_assesseurs < Wmin_assesseurs THEN
              DISPLAY '   MANQUE : assesseur(s), ', Wnb_assesseurs,
                 ' designe(s) sur ', Wmin_assesseurs, ' requis'
           END-IF
        END-IF.

        LISTE_BUREAUX_PAR_VILLE.

        OPEN INPUT fbureaux
