IDENTIFICATION DIVISION.
PROGRAM-ID. assesseurs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Composition des bureaux de vote par scrutin : president,
*> secretaire et assesseurs. Consultee par le programme bureaux
*> avant de passer un bureau a l'etat 'ouvert'.
        SELECT fmembres ASSIGN TO "fmembres_bureau.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fmb_cle
        FILE STATUS IS fmembres_stat.
        SELECT fbureaux ASSIGN TO "fbureaux.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fbu_num
        ALTERNATE RECORD KEY fbu_ville WITH DUPLICATES
        FILE STATUS IS fbureaux_stat.
        SELECT felecteurs ASSIGN TO "felecteurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fe_id
        FILE STATUS IS felec_stat.
        SELECT fcandidats ASSIGN TO "fcandidats.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fca_num
        FILE STATUS IS fcandidats_stat.
*> Fichier de travail recree a chaque rapport : une personne
*> electrice ne peut sieger que dans un seul bureau par scrutin
        SELECT ftrav_personnes ASSIGN TO "trav_membres_pers.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fxp_id
        FILE STATUS IS ftravp_stat.

DATA DIVISION.
FILE SECTION.
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
        FD fbureaux.
        01 bureauxTampon.
          02 fbu_num PIC X(4).
          02 fbu_ville PIC X(30).
          02 fbu_heure_fermeture PIC 9(2).
          02 fbu_heure_ouverture PIC 9(2).
          02 fbu_etat PIC 9(2).
             88 fbu-pas-ouvert VALUE 1.
             88 fbu-ouvert VALUE 2.
             88 fbu-ferme VALUE 3.
             88 fbu-resultats-transmis VALUE 4.
        FD felecteurs.
        01 elecTampon.
          02 fe_id PIC 9(15).
          02 fe_nom PIC X(30).
          02 fe_prenom PIC X(30).
          02 fe_datenaissance PIC 9(8).
          02 fe_villeHabitation PIC X(30).
          02 fe_handicap PIC 9.
        FD fcandidats.
        01 candidatTampon.
          02 fca_num PIC 9(2).
          02 fca_nom PIC X(30).
          02 fca_prenom PIC X(30).
          02 fca_parti PIC X(30).
        FD ftrav_personnes.
        01 travPersTampon.
          02 fxp_id PIC 9(15).
          02 fxp_noebur PIC X(4).

WORKING-STORAGE SECTION.
        77 fmembres_stat PIC 9(2).
        77 fbureaux_stat PIC 9(2).
        77 felec_stat PIC 9(2).
        77 fcandidats_stat PIC 9(2).
        77 ftravp_stat PIC 9(2).
        77 Wrep PIC 9.
        77 Wfin PIC 9.
        77 Wfin_mb PIC 9.
        77 Wscrutin PIC X(8).
        77 Wnum PIC X(4).
        77 Wrole PIC 9.
        77 Wrang PIC 9(2).
        77 Wid PIC 9(15).
        77 Wnumcandidat PIC 9(2).
        77 Wnom PIC X(30).
        77 Wprenom PIC X(30).
        77 Wtelephone PIC X(14).
        77 Wsaisie_ok PIC 9.
        77 Wnb_presidents PIC 9(2).
        77 Wnb_secretaires PIC 9(2).
        77 Wnb_assesseurs PIC 9(2).
        77 Wnbbureaux PIC 9(4).
        77 Wnbbureaux_incomplets PIC 9(4).
        77 Wnbdoubles PIC 9(4).
        77 Wlibelle_role PIC X(10).
        77 Wio_ko PIC 9 VALUE 0.
*> Composition minimale d'un bureau de vote pour son ouverture
        77 Wmin_assesseurs PIC 9 VALUE 2.

PROCEDURE DIVISION.

        OPEN I-O fmembres
        IF fmembres_stat = 35 THEN
          OPEN OUTPUT fmembres
        END-IF
        CLOSE fmembres

        PERFORM SAISIE_MEMBRES
        PERFORM SUPPRESSION_MEMBRE
        PERFORM LISTE_COMPOSITION_BUREAU
        PERFORM RAPPORT_CARENCES

*> Code retour exploitable par un enchainement de traitements :
*> 0 si le fichier est dans un etat sain et si aucune ecriture
*> individuelle n'a echoue
        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           IF fmembres_stat = 0 OR fmembres_stat = 2
              OR fmembres_stat = 4
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE
           END-IF
        END-IF

        GOBACK.

        SAISIE_MEMBRES.
*> Enregistre ou remplace un membre de bureau pour un scrutin.
*> Une personne inscrite sur la liste est rattachee a son numero
*> de secu (nom et prenom repris de felecteurs) ; un assesseur
*> designe par un candidat est rattache au numero du candidat.
        DISPLAY 'Souhaitez vous saisir/mettre a jour des membres de '
           'bureau ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           OPEN I-O fmembres
           PERFORM WITH TEST AFTER UNTIL Wrep = 0
              MOVE 1 TO Wsaisie_ok
              DISPLAY 'Code du scrutin (8 caracteres)'
              ACCEPT Wscrutin
              DISPLAY 'Numero de bureau'
              ACCEPT Wnum
              PERFORM VERIFIE_BUREAU
              IF Wsaisie_ok = 1 THEN
                 PERFORM WITH TEST AFTER UNTIL Wrole >= 1 AND Wrole <= 3
                    DISPLAY 'Role (1-president 2-secretaire 3-assesseur)'
                    ACCEPT Wrole
                 END-PERFORM
                 MOVE 1 TO Wrang
                 IF Wrole = 3 THEN
                    DISPLAY 'Rang de l''assesseur dans le bureau (01 a 99)'
                    ACCEPT Wrang
                 END-IF
                 DISPLAY 'Numero de secu si la personne est electrice '
                    '(0 sinon)'
                 ACCEPT Wid
                 IF Wid NOT = 0 THEN
                    PERFORM RECHERCHE_ELECTEUR
                 ELSE
                    DISPLAY 'Nom'
                    ACCEPT Wnom
                    DISPLAY 'Prenom'
                    ACCEPT Wprenom
                 END-IF
              END-IF
              IF Wsaisie_ok = 1 THEN
                 MOVE 0 TO Wnumcandidat
                 IF Wrole = 3 THEN
                    DISPLAY 'Numero du candidat ayant designe l''assesseur '
                       '(0 si designe par la mairie)'
                    ACCEPT Wnumcandidat
                    IF Wnumcandidat NOT = 0 THEN
                       PERFORM VERIFIE_CANDIDAT
                    END-IF
                 END-IF
              END-IF
              IF Wsaisie_ok = 1 THEN
                 DISPLAY 'Telephone'
                 ACCEPT Wtelephone
                 PERFORM ENREGISTRE_MEMBRE
              END-IF
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                 ACCEPT Wrep
              END-PERFORM
           END-PERFORM
           CLOSE fmembres
        END-IF.

        VERIFIE_BUREAU.
*> Wnum est deja positionne par l'appelant
        OPEN INPUT fbureaux
        MOVE Wnum TO fbu_num
        READ fbureaux
           INVALID KEY
              MOVE 0 TO Wsaisie_ok
              DISPLAY 'Bureau inexistant, saisie refusee : ', Wnum
        END-READ
        CLOSE fbureaux.

        RECHERCHE_ELECTEUR.
*> Wid est deja positionne par l'appelant ; le nom et le prenom
*> du membre sont ceux de la liste electorale
        OPEN INPUT felecteurs
        MOVE Wid TO fe_id
        READ felecteurs
           INVALID KEY
              MOVE 0 TO Wsaisie_ok
              DISPLAY 'Electeur inexistant, saisie refusee : ', Wid
           NOT INVALID KEY
              MOVE fe_nom TO Wnom
              MOVE fe_prenom TO Wprenom
              DISPLAY 'Membre : ', fe_nom, ' ', fe_prenom
        END-READ
        CLOSE felecteurs.

        VERIFIE_CANDIDAT.
*> Wnumcandidat est deja positionne par l'appelant
        OPEN INPUT fcandidats
        MOVE Wnumcandidat TO fca_num
        READ fcandidats
           INVALID KEY
              MOVE 0 TO Wsaisie_ok
              DISPLAY 'Candidat inconnu, saisie refusee : ', Wnumcandidat
           NOT INVALID KEY
              DISPLAY 'Designe par le candidat : ', fca_nom
        END-READ
        CLOSE fcandidats.

        ENREGISTRE_MEMBRE.
*> Un membre deja enregistre a la meme place (bureau, scrutin,
*> role, rang) est remplace
        MOVE Wnum TO fmb_noebur
        MOVE Wscrutin TO fmb_scrutin
        MOVE Wrole TO fmb_role
        MOVE Wrang TO fmb_rang
        READ fmembres
           INVALID KEY
              PERFORM RENSEIGNE_MEMBRE
              WRITE membreTampon END-WRITE
              DISPLAY 'Membre enregistre'
           NOT INVALID KEY
              PERFORM RENSEIGNE_MEMBRE
              REWRITE membreTampon END-REWRITE
              DISPLAY 'Membre remplace'
        END-READ
        IF fmembres_stat NOT = 0 AND fmembres_stat NOT = 2
           AND fmembres_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF.

        RENSEIGNE_MEMBRE.
        MOVE Wnum TO fmb_noebur
        MOVE Wscrutin TO fmb_scrutin
        MOVE Wrole TO fmb_role
        MOVE Wrang TO fmb_rang
        MOVE Wnom TO fmb_nom
        MOVE Wprenom TO fmb_prenom
        MOVE Wid TO fmb_id
        MOVE Wnumcandidat TO fmb_numcandidat
        MOVE Wtelephone TO fmb_telephone.

        SUPPRESSION_MEMBRE.
        DISPLAY 'Souhaitez vous retirer un membre de bureau ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           OPEN I-O fmembres
           PERFORM WITH TEST AFTER UNTIL Wrep = 0
              DISPLAY 'Code du scrutin (8 caracteres)'
              ACCEPT Wscrutin
              DISPLAY 'Numero de bureau'
              ACCEPT Wnum
              DISPLAY 'Role (1-president 2-secretaire 3-assesseur)'
              ACCEPT Wrole
              MOVE 1 TO Wrang
              IF Wrole = 3 THEN
                 DISPLAY 'Rang de l''assesseur dans le bureau'
                 ACCEPT Wrang
              END-IF
              MOVE Wnum TO fmb_noebur
              MOVE Wscrutin TO fmb_scrutin
              MOVE Wrole TO fmb_role
              MOVE Wrang TO fmb_rang
              READ fmembres
                 INVALID KEY
                    DISPLAY 'Aucun membre a cette place'
                 NOT INVALID KEY
                    DELETE fmembres RECORD END-DELETE
                    IF fmembres_stat NOT = 0 AND fmembres_stat NOT = 2
                       AND fmembres_stat NOT = 4
                       MOVE 1 TO Wio_ko
                    END-IF
                    DISPLAY 'Membre retire : ', fmb_nom, ' ', fmb_prenom
              END-READ
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                 ACCEPT Wrep
              END-PERFORM
           END-PERFORM
           CLOSE fmembres
        END-IF.

        LISTE_COMPOSITION_BUREAU.
*> Composition d'un bureau avec les telephones, pour les appels
*> de confirmation du matin du scrutin
        DISPLAY 'Souhaitez vous consulter la composition d''un bureau ? '
           '1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           DISPLAY 'Code du scrutin (8 caracteres)'
           ACCEPT Wscrutin
           DISPLAY 'Numero de bureau'
           ACCEPT Wnum
           DISPLAY '=== Composition du bureau ', Wnum, ' - scrutin ',
              Wscrutin, ' ==='
           OPEN INPUT fmembres
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
                       PERFORM LIBELLE_ROLE
                       DISPLAY '  ', Wlibelle_role, ' ', fmb_rang, ' ',
                          fmb_nom, ' ', fmb_prenom, ' tel ', fmb_telephone
                       IF fmb_id NOT = 0 THEN
                          DISPLAY '     electeur ', fmb_id
                       END-IF
                       IF fmb_numcandidat NOT = 0 THEN
                          DISPLAY '     designe par le candidat ',
                             fmb_numcandidat
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE fmembres
        END-IF.

        LIBELLE_ROLE.
        EVALUATE TRUE
           WHEN fmb-president
              MOVE 'President' TO Wlibelle_role
           WHEN fmb-secretaire
              MOVE 'Secretaire' TO Wlibelle_role
           WHEN OTHER
              MOVE 'Assesseur' TO Wlibelle_role
        END-EVALUATE.

        RAPPORT_CARENCES.
*> Rapport a lancer la semaine precedant le scrutin : pour chaque
*> bureau, ville par ville, ce qui manque a la composition
*> minimale (un president, un secretaire, deux assesseurs), puis
*> les electeurs inscrits dans plusieurs bureaux du meme scrutin
        DISPLAY 'Souhaitez vous editer le rapport des carences ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           DISPLAY 'Code du scrutin (8 caracteres)'
           ACCEPT Wscrutin
           MOVE 0 TO Wnbbureaux
           MOVE 0 TO Wnbbureaux_incomplets
           DISPLAY '=== Carences de composition des bureaux - scrutin ',
              Wscrutin, ' ==='
           OPEN INPUT fbureaux
           OPEN INPUT fmembres
           MOVE 0 TO Wfin
           MOVE LOW-VALUES TO fbu_ville
           START fbureaux KEY IS NOT LESS THAN fbu_ville
              INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ fbureaux NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    ADD 1 TO Wnbbureaux
                    MOVE fbu_num TO Wnum
                    PERFORM COMPTE_MEMBRES_BUREAU
                    IF Wnb_presidents = 0 OR Wnb_secretaires = 0
                       OR Wnb_assesseurs < Wmin_assesseurs THEN
                       ADD 1 TO Wnbbureaux_incomplets
                       DISPLAY 'Bureau ', fbu_num, ' (', fbu_ville, ')'
                       IF Wnb_presidents = 0 THEN
                          DISPLAY '   MANQUE : president'
                       END-IF
                       IF Wnb_secretaires = 0 THEN
                          DISPLAY '   MANQUE : secretaire'
                       END-IF
                       IF Wnb_assesseurs < Wmin_assesseurs THEN
                          DISPLAY '   MANQUE : assesseur(s), ',
                             Wnb_assesseurs, ' designe(s) sur ',
                             Wmin_assesseurs, ' requis'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE fmembres
           CLOSE fbureaux
           PERFORM CONTROLE_MEMBRES_MULTIPLES
           DISPLAY 'Bureaux examines : ', Wnbbureaux
           DISPLAY 'Bureaux a completer : ', Wnbbureaux_incomplets
           DISPLAY 'Personnes designees dans plusieurs bureaux : ',
              Wnbdoubles
        END-IF.

        COMPTE_MEMBRES_BUREAU.
*> Wnum et Wscrutin sont deja positionnes, fmembres est ouvert
*> par l'appelant ; compte les membres du bureau par role
        MOVE 0 TO Wnb_presidents
        MOVE 0 TO Wnb_secretaires
        MOVE 0 TO Wnb_assesseurs
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
        END-PERFORM.

        CONTROLE_MEMBRES_MULTIPLES.
*> Un electeur designe dans deux bureaux du meme scrutin ne peut
*> sieger qu'une fois : chaque cas est signale
        MOVE 0 TO Wnbdoubles
        OPEN OUTPUT ftrav_personnes
        CLOSE ftrav_personnes
        OPEN I-O ftrav_personnes
        OPEN INPUT fmembres
        MOVE 0 TO Wfin_mb
        PERFORM WITH TEST AFTER UNTIL Wfin_mb = 1
           READ fmembres NEXT RECORD
              AT END MOVE 1 TO Wfin_mb
              NOT AT END
                 IF fmb_scrutin = Wscrutin AND fmb_id NOT = 0 THEN
                    MOVE fmb_id TO fxp_id
                    READ ftrav_personnes
                       INVALID KEY
                          MOVE fmb_id TO fxp_id
                          MOVE fmb_noebur TO fxp_noebur
                          WRITE travPersTampon END-WRITE
                       NOT INVALID KEY
                          ADD 1 TO Wnbdoubles
                          DISPLAY 'ALERTE : ', fmb_nom, ' ', fmb_prenom,
                             ' designe(e) aux bureaux ', fxp_noebur,
                             ' et ', fmb_noebur
                    END-READ
                 END-IF
           END-READ
        END-PERFORM
        CLOSE fmembres
        CLOSE ftrav_personnes.
