IDENTIFICATION DIVISION.
PROGRAM-ID. doublons_electeurs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT felecteurs ASSIGN TO "felecteurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fe_id
        FILE STATUS IS felec_stat.
        SELECT faffectation ASSIGN TO "faffectation.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fa_id
        FILE STATUS IS faffec_stat.
*> Rapport des paires d'electeurs probablement en double
        SELECT frapport ASSIGN TO "doublons_probables.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS frap_stat.
*> Electeurs cites dans le rapport, recalcule a chaque execution :
*> seule une radiation proposee pour l'un d'eux est acceptee
        SELECT ftrav ASSIGN TO "trav_doublons.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY ftd_id
        FILE STATUS IS ftrav_stat.
*> Fichier de mouvements consomme par le programme electeurs
*> (TRAITEMENT_MOUVEMENTS) : les doublons confirmes y sont ajoutes
*> en code D, radiation pour double inscription
        SELECT fmouvements ASSIGN TO "electeurs_mouvements.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fmvt_stat.
        SELECT ftri ASSIGN TO "tri_doublons.tmp".

DATA DIVISION.
FILE SECTION.
        FD felecteurs.
        01 elecTampon.
          02 fe_id PIC 9(15).
          02 fe_nom PIC X(30).
          02 fe_prenom PIC X(30).
          02 fe_datenaissance PIC 9(8).
          02 fe_villeHabitation PIC X(30).
          02 fe_handicap PIC 9.
        FD faffectation.
        01 affecTampon.
          02 fa_id PIC 9(15).
          02 fa_nom PIC X(30).
          02 fa_prenom PIC X(30).
          02 fa_noebur PIC X(4).
          02 fa_ville PIC X(30).
        FD frapport.
        01 rapportTampon PIC X(150).
        FD ftrav.
        01 travTampon.
          02 ftd_id PIC 9(15).
          02 ftd_autre_id PIC 9(15).
          02 ftd_code PIC X(2).
          02 ftd_etat PIC 9.
             88 ftd-a-examiner VALUE 0.
             88 ftd-radiation-proposee VALUE 1.
        FD fmouvements.
        01 mvtTampon.
          02 fmv_code PIC X.
          02 fmv_id PIC 9(15).
          02 fmv_nom PIC X(30).
          02 fmv_prenom PIC X(30).
          02 fmv_datenaissance PIC 9(8).
          02 fmv_villeHabitation PIC X(30).
          02 fmv_handicap PIC 9.
        SD ftri.
        01 triTampon.
          02 ft_datenaissance PIC 9(8).
          02 ft_nomnorm PIC X(30).
          02 ft_prenomnorm PIC X(30).
          02 ft_id PIC 9(15).
          02 ft_nom PIC X(30).
          02 ft_prenom PIC X(30).
          02 ft_ville PIC X(30).

WORKING-STORAGE SECTION.
        77 felec_stat PIC 9(2).
        77 faffec_stat PIC 9(2).
        77 frap_stat PIC 9(2).
        77 ftrav_stat PIC 9(2).
        77 fmvt_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wrep PIC 9.
        77 Waffec_dispo PIC 9.
        77 Wi PIC 9(3).
        77 Wj PIC 9(3).
        77 Wk PIC 9(3).
        77 Wl PIC 9(2).
        77 Wcar PIC X.
        77 Wdate_groupe PIC 9(8).
        77 Wnbgroupe PIC 9(3).
        77 Wmax_groupe PIC 9(3) VALUE 200.
        77 Wnblus PIC 9(8).
        77 Wnbsans_date PIC 9(8).
        77 Wnbpaires PIC 9(6).
        77 Wnbnp PIC 9(6).
        77 Wnbin PIC 9(6).
        77 Wnbpr PIC 9(6).
        77 Wnbno PIC 9(6).
        77 Wnbproposes PIC 9(6).
        77 Wcode PIC X(2).
        77 Wscore PIC 9(3).
        77 Wlibelle PIC X(30).
        77 Wcmp_a PIC X(30).
        77 Wcmp_b PIC X(30).
        77 Wlg_a PIC 9(2).
        77 Wlg_b PIC 9(2).
        77 Wlg PIC 9(2).
        77 Wlong PIC X(30).
        77 Wcourt PIC X(30).
        77 Wlg_long PIC 9(2).
        77 Wlg_court PIC 9(2).
        77 Wnbdiff PIC 9(2).
        77 Wpos_diff PIC 9(2).
        77 Wproche PIC 9.
        77 Wnorm_entree PIC X(30).
        77 Wnorm_sortie PIC X(30).
        77 Wid PIC 9(15).
        77 Wautre_id PIC 9(15).
        77 Wmvt_ouvert PIC 9.
        77 Wio_ko PIC 9 VALUE 0.

*> Table de conversion pour la comparaison des noms : minuscules,
*> lettres accentuees codees sur un octet (Latin-1) et second
*> octet des lettres accentuees codees en UTF-8 (le premier,
*> X'C3', est ecarte comme tout caractere autre qu'une lettre)
        01 WnormSource.
           02 FILLER PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
           02 FILLER PIC X(31) VALUE
              X'C0C2C4C7C8C9CACBCECFD4D6D9DBDCE0E2E4E7E8E9EAEBEEEFF4F6F9FBFCFF'.
           02 FILLER PIC X(31) VALUE
              X'8082848788898A8B8E8F9496999B9CA0A2A4A7A8A9AAABAEAFB4B6B9BBBCBF'.
        01 WnormCible.
           02 FILLER PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           02 FILLER PIC X(31) VALUE 'AAACEEEEIIOOUUUAAACEEEEIIOOUUUY'.
           02 FILLER PIC X(31) VALUE 'AAACEEEEIIOOUUUAAACEEEEIIOOUUUY'.

*> Electeurs nes le meme jour, compares deux a deux
        01 WgroupeDate.
           02 Wgr_electeur OCCURS 200 TIMES.
              03 Wgr_id PIC 9(15).
              03 Wgr_nomnorm PIC X(30).
              03 Wgr_prenomnorm PIC X(30).
              03 Wgr_nom PIC X(30).
              03 Wgr_prenom PIC X(30).
              03 Wgr_ville PIC X(30).

        01 WligneTitre.
           02 FILLER PIC X(50) VALUE
              '=== ELECTEURS PROBABLEMENT INSCRITS EN DOUBLE ==='.

        01 WlignePaire.
           02 FILLER PIC X(6) VALUE 'Paire '.
           02 Wlp_num PIC 9(6).
           02 FILLER PIC X(3) VALUE ' - '.
           02 Wlp_code PIC X(2).
           02 FILLER PIC X(8) VALUE ' score '.
           02 Wlp_score PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 Wlp_libelle PIC X(30).

        01 WligneElecteur.
           02 FILLER PIC X(4) VALUE SPACES.
           02 Wle_id PIC 9(15).
           02 FILLER PIC X VALUE SPACE.
           02 Wle_nom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wle_prenom PIC X(30).
           02 FILLER PIC X(10) VALUE ' NE(E) LE '.
           02 Wle_datenaissance PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 Wle_ville PIC X(30).
           02 FILLER PIC X(8) VALUE ' BUREAU '.
           02 Wle_noebur PIC X(4).

        01 WligneTotal.
           02 Wlt_libelle PIC X(40).
           02 Wlt_valeur PIC 9(8).

PROCEDURE DIVISION.

*> Recherche des electeurs probablement inscrits deux fois sous
*> deux identifiants differents : les electeurs sont tries par
*> date de naissance puis nom et prenom normalises (majuscules,
*> sans accents ni separateurs), et chaque paire nee le meme jour
*> recoit un code motif et un score :
*>   NP 100 memes nom et prenom
*>   IN  90 nom et prenom inverses
*>   PR  80 meme nom, prenom voisin (une lettre ou prenom compose)
*>   NO  70 meme prenom, nom voisin (une lettre)
*> Les doublons confirmes par l'operateur sont ajoutes en
*> radiation au fichier de mouvements.
        OPEN INPUT felecteurs
        IF felec_stat = 35 THEN
           DISPLAY 'Fichier felecteurs.dat introuvable, aucune recherche'
           MOVE 1 TO Wio_ko
        ELSE
           CLOSE felecteurs
           PERFORM RECHERCHE_DOUBLONS
           PERFORM RADIATION_DOUBLONS_CONFIRMES
        END-IF

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        RECHERCHE_DOUBLONS.
        MOVE 0 TO Wnblus
        MOVE 0 TO Wnbsans_date
        MOVE 0 TO Wnbpaires
        MOVE 0 TO Wnbnp
        MOVE 0 TO Wnbin
        MOVE 0 TO Wnbpr
        MOVE 0 TO Wnbno
        OPEN OUTPUT ftrav
        CLOSE ftrav
        OPEN I-O ftrav
        MOVE 1 TO Waffec_dispo
        OPEN INPUT faffectation
        IF faffec_stat = 35 THEN
           MOVE 0 TO Waffec_dispo
           DISPLAY 'Fichier faffectation.dat introuvable, bureaux '
              'non renseignes'
        END-IF
        OPEN OUTPUT frapport
        WRITE rapportTampon FROM WligneTitre
        SORT ftri
           ON ASCENDING KEY ft_datenaissance ft_nomnorm ft_prenomnorm
              ft_id
           INPUT PROCEDURE SELECTIONNE_ELECTEURS
           OUTPUT PROCEDURE COMPARE_ELECTEURS_TRIES
        MOVE SPACES TO rapportTampon
        WRITE rapportTampon
        MOVE 'Electeurs examines' TO Wlt_libelle
        MOVE Wnblus TO Wlt_valeur
        WRITE rapportTampon FROM WligneTotal
        MOVE 'Electeurs sans date de naissance ecartes' TO Wlt_libelle
        MOVE Wnbsans_date TO Wlt_valeur
        WRITE rapportTampon FROM WligneTotal
        MOVE 'Paires probables' TO Wlt_libelle
        MOVE Wnbpaires TO Wlt_valeur
        WRITE rapportTampon FROM WligneTotal
        MOVE '  NP memes nom et prenom' TO Wlt_libelle
        MOVE Wnbnp TO Wlt_valeur
        WRITE rapportTampon FROM WligneTotal
        MOVE '  IN nom et prenom inverses' TO Wlt_libelle
        MOVE Wnbin TO Wlt_valeur
        WRITE rapportTampon FROM WligneTotal
        MOVE '  PR prenom voisin' TO Wlt_libelle
        MOVE Wnbpr TO Wlt_valeur
        WRITE rapportTampon FROM WligneTotal
        MOVE '  NO nom voisin' TO Wlt_libelle
        MOVE Wnbno TO Wlt_valeur
        WRITE rapportTampon FROM WligneTotal
        CLOSE frapport
        IF Waffec_dispo = 1 THEN
           CLOSE faffectation
        END-IF
        CLOSE ftrav
        DISPLAY 'Electeurs examines : ', Wnblus
        DISPLAY 'Paires probables   : ', Wnbpaires,
           ' dans doublons_probables.dat'.

        SELECTIONNE_ELECTEURS.
*> Un electeur sans date de naissance (non encore converti) ne
*> peut pas etre rapproche et n'est pas trie
        OPEN INPUT felecteurs
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ felecteurs NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 ADD 1 TO Wnblus
                 IF fe_datenaissance = 0 THEN
                    ADD 1 TO Wnbsans_date
                 ELSE
                    MOVE fe_datenaissance TO ft_datenaissance
                    MOVE fe_nom TO Wnorm_entree
                    PERFORM NORMALISE_NOM
                    MOVE Wnorm_sortie TO ft_nomnorm
                    MOVE fe_prenom TO Wnorm_entree
                    PERFORM NORMALISE_NOM
                    MOVE Wnorm_sortie TO ft_prenomnorm
                    MOVE fe_id TO ft_id
                    MOVE fe_nom TO ft_nom
                    MOVE fe_prenom TO ft_prenom
                    MOVE fe_villeHabitation TO ft_ville
                    RELEASE triTampon
                 END-IF
           END-READ
        END-PERFORM
        CLOSE felecteurs.

        NORMALISE_NOM.
*> Wnorm_entree est deja positionne par l'appelant ; seules les
*> lettres sont gardees, en majuscules et sans accent
        INSPECT Wnorm_entree CONVERTING WnormSource TO WnormCible
        MOVE SPACES TO Wnorm_sortie
        MOVE 0 TO Wl
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 30
           MOVE Wnorm_entree(Wk:1) TO Wcar
           IF Wcar >= 'A' AND Wcar <= 'Z' THEN
              ADD 1 TO Wl
              MOVE Wcar TO Wnorm_sortie(Wl:1)
           END-IF
        END-PERFORM.

        COMPARE_ELECTEURS_TRIES.
        MOVE 0 TO Wnbgroupe
        MOVE 0 TO Wdate_groupe
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           RETURN ftri
              AT END
                 MOVE 1 TO Wfin
                 PERFORM COMPARE_GROUPE
              NOT AT END
                 IF ft_datenaissance NOT = Wdate_groupe THEN
                    PERFORM COMPARE_GROUPE
                    MOVE 0 TO Wnbgroupe
                    MOVE ft_datenaissance TO Wdate_groupe
                 END-IF
                 IF Wnbgroupe < Wmax_groupe THEN
                    ADD 1 TO Wnbgroupe
                    MOVE ft_id TO Wgr_id(Wnbgroupe)
                    MOVE ft_nomnorm TO Wgr_nomnorm(Wnbgroupe)
                    MOVE ft_prenomnorm TO Wgr_prenomnorm(Wnbgroupe)
                    MOVE ft_nom TO Wgr_nom(Wnbgroupe)
                    MOVE ft_prenom TO Wgr_prenom(Wnbgroupe)
                    MOVE ft_ville TO Wgr_ville(Wnbgroupe)
                 ELSE
                    DISPLAY 'Plus de ', Wmax_groupe, ' electeurs nes le ',
                       ft_datenaissance, ', electeur non compare : ', ft_id
                 END-IF
           END-RETURN
        END-PERFORM.

        COMPARE_GROUPE.
*> Toutes les paires du groupe de meme date de naissance
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi >= Wnbgroupe
           PERFORM VARYING Wj FROM Wi BY 1 UNTIL Wj > Wnbgroupe
              IF Wj > Wi THEN
                 PERFORM COMPARE_PAIRE
              END-IF
           END-PERFORM
        END-PERFORM.

        COMPARE_PAIRE.
*> Wi et Wj designent les deux electeurs du groupe a comparer
        MOVE SPACES TO Wcode
        IF Wgr_nomnorm(Wi) = Wgr_nomnorm(Wj)
           AND Wgr_prenomnorm(Wi) = Wgr_prenomnorm(Wj) THEN
           MOVE 'NP' TO Wcode
           MOVE 100 TO Wscore
           MOVE 'MEMES NOM ET PRENOM' TO Wlibelle
           ADD 1 TO Wnbnp
        ELSE
           IF Wgr_nomnorm(Wi) = Wgr_prenomnorm(Wj)
              AND Wgr_prenomnorm(Wi) = Wgr_nomnorm(Wj) THEN
              MOVE 'IN' TO Wcode
              MOVE 90 TO Wscore
              MOVE 'NOM ET PRENOM INVERSES' TO Wlibelle
              ADD 1 TO Wnbin
           ELSE
              IF Wgr_nomnorm(Wi) = Wgr_nomnorm(Wj) THEN
                 MOVE Wgr_prenomnorm(Wi) TO Wcmp_a
                 MOVE Wgr_prenomnorm(Wj) TO Wcmp_b
                 PERFORM COMPARE_PRENOMS
                 IF Wproche = 1 THEN
                    MOVE 'PR' TO Wcode
                    MOVE 80 TO Wscore
                    MOVE 'MEME NOM, PRENOM VOISIN' TO Wlibelle
                    ADD 1 TO Wnbpr
                 END-IF
              ELSE
                 IF Wgr_prenomnorm(Wi) = Wgr_prenomnorm(Wj) THEN
                    MOVE Wgr_nomnorm(Wi) TO Wcmp_a
                    MOVE Wgr_nomnorm(Wj) TO Wcmp_b
                    PERFORM ECART_UNE_LETTRE
                    IF Wproche = 1 THEN
                       MOVE 'NO' TO Wcode
                       MOVE 70 TO Wscore
                       MOVE 'MEME PRENOM, NOM VOISIN' TO Wlibelle
                       ADD 1 TO Wnbno
                    END-IF
                 END-IF
              END-IF
           END-IF
        END-IF
        IF Wcode NOT = SPACES THEN
           PERFORM ECRIT_PAIRE
        END-IF.

        COMPARE_PRENOMS.
*> Prenoms voisins : une lettre d'ecart, ou l'un est le debut de
*> l'autre (prenom compose saisi en partie, au moins 3 lettres)
        PERFORM ECART_UNE_LETTRE
        IF Wproche = 0 AND Wlg_a >= 3 AND Wlg_b >= 3 THEN
           IF Wlg_a < Wlg_b THEN
              IF Wcmp_a(1:Wlg_a) = Wcmp_b(1:Wlg_a) THEN
                 MOVE 1 TO Wproche
              END-IF
           ELSE
              IF Wcmp_b(1:Wlg_b) = Wcmp_a(1:Wlg_b) THEN
                 MOVE 1 TO Wproche
              END-IF
           END-IF
        END-IF.

        ECART_UNE_LETTRE.
*> Wcmp_a et Wcmp_b sont deja positionnes par l'appelant et
*> differents ; ils sont voisins s'ils ne different que d'une
*> lettre remplacee, ajoutee, retiree, ou de deux lettres
*> voisines interverties
        MOVE 0 TO Wproche
        MOVE Wcmp_a TO Wlong
        PERFORM LONGUEUR_UTILE
        MOVE Wlg TO Wlg_a
        MOVE Wcmp_b TO Wlong
        PERFORM LONGUEUR_UTILE
        MOVE Wlg TO Wlg_b
        IF Wlg_a > 0 AND Wlg_b > 0 THEN
           IF Wlg_a = Wlg_b THEN
              MOVE 0 TO Wnbdiff
              MOVE 0 TO Wpos_diff
              PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > Wlg_a
                 IF Wcmp_a(Wk:1) NOT = Wcmp_b(Wk:1) THEN
                    ADD 1 TO Wnbdiff
                    IF Wpos_diff = 0 THEN
                       MOVE Wk TO Wpos_diff
                    END-IF
                 END-IF
              END-PERFORM
              IF Wnbdiff = 1 THEN
                 MOVE 1 TO Wproche
              END-IF
              IF Wnbdiff = 2 AND Wpos_diff < Wlg_a THEN
                 IF Wcmp_a(Wpos_diff:1) = Wcmp_b(Wpos_diff + 1:1)
                    AND Wcmp_a(Wpos_diff + 1:1) = Wcmp_b(Wpos_diff:1) THEN
                    MOVE 1 TO Wproche
                 END-IF
              END-IF
           ELSE
              IF Wlg_a = Wlg_b + 1 OR Wlg_b = Wlg_a + 1 THEN
                 PERFORM ECART_UNE_INSERTION
              END-IF
           END-IF
        END-IF.

        ECART_UNE_INSERTION.
*> Les longueurs utiles different d'une lettre : les deux noms
*> sont voisins si une seule lettre du plus long est sautee
        IF Wlg_a > Wlg_b THEN
           MOVE Wcmp_a TO Wlong
           MOVE Wlg_a TO Wlg_long
           MOVE Wcmp_b TO Wcourt
           MOVE Wlg_b TO Wlg_court
        ELSE
           MOVE Wcmp_b TO Wlong
           MOVE Wlg_b TO Wlg_long
           MOVE Wcmp_a TO Wcourt
           MOVE Wlg_a TO Wlg_court
        END-IF
        MOVE 0 TO Wnbdiff
        MOVE 1 TO Wl
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > Wlg_long
           IF Wl <= Wlg_court AND Wlong(Wk:1) = Wcourt(Wl:1) THEN
              ADD 1 TO Wl
           ELSE
              ADD 1 TO Wnbdiff
           END-IF
        END-PERFORM
        IF Wnbdiff = 1 THEN
           MOVE 1 TO Wproche
        END-IF.

        LONGUEUR_UTILE.
*> Wlong est deja positionne par l'appelant ; un nom normalise
*> ne contient plus d'espace avant sa fin
        MOVE 0 TO Wlg
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 30
           IF Wlong(Wk:1) NOT = SPACE THEN
              MOVE Wk TO Wlg
           END-IF
        END-PERFORM.

        ECRIT_PAIRE.
*> Wi et Wj designent la paire retenue, Wcode, Wscore et
*> Wlibelle sont positionnes par COMPARE_PAIRE
        ADD 1 TO Wnbpaires
        MOVE SPACES TO rapportTampon
        WRITE rapportTampon
        MOVE Wnbpaires TO Wlp_num
        MOVE Wcode TO Wlp_code
        MOVE Wscore TO Wlp_score
        MOVE Wlibelle TO Wlp_libelle
        WRITE rapportTampon FROM WlignePaire
        MOVE Wi TO Wk
        PERFORM ECRIT_ELECTEUR_PAIRE
        MOVE Wj TO Wk
        PERFORM ECRIT_ELECTEUR_PAIRE
        MOVE Wgr_id(Wi) TO Wid
        MOVE Wgr_id(Wj) TO Wautre_id
        PERFORM MEMORISE_ELECTEUR_PAIRE
        MOVE Wgr_id(Wj) TO Wid
        MOVE Wgr_id(Wi) TO Wautre_id
        PERFORM MEMORISE_ELECTEUR_PAIRE.

        ECRIT_ELECTEUR_PAIRE.
*> Wk designe l'electeur du groupe a imprimer
        MOVE Wgr_id(Wk) TO Wle_id
        MOVE Wgr_nom(Wk) TO Wle_nom
        MOVE Wgr_prenom(Wk) TO Wle_prenom
        MOVE Wdate_groupe TO Wle_datenaissance
        MOVE Wgr_ville(Wk) TO Wle_ville
        MOVE '----' TO Wle_noebur
        IF Waffec_dispo = 1 THEN
           MOVE Wgr_id(Wk) TO fa_id
           READ faffectation
              NOT INVALID KEY
                 MOVE fa_noebur TO Wle_noebur
           END-READ
        END-IF
        WRITE rapportTampon FROM WligneElecteur.

        MEMORISE_ELECTEUR_PAIRE.
*> Un electeur present dans plusieurs paires garde la premiere
        MOVE Wid TO ftd_id
        MOVE Wautre_id TO ftd_autre_id
        MOVE Wcode TO ftd_code
        MOVE 0 TO ftd_etat
        WRITE travTampon
           INVALID KEY
              CONTINUE
        END-WRITE.

        RADIATION_DOUBLONS_CONFIRMES.
*> Apres examen du rapport, l'operateur designe l'electeur a
*> radier de chaque paire confirmee ; l'autre est conserve
        MOVE 0 TO Wnbproposes
        MOVE 0 TO Wmvt_ouvert
        DISPLAY 'Souhaitez vous radier des doublons confirmes ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 AND Wnbpaires > 0 THEN
           OPEN I-O ftrav
           OPEN INPUT felecteurs
           PERFORM WITH TEST AFTER UNTIL Wrep = 0
              DISPLAY 'Numero de secu de l''electeur a radier'
              ACCEPT Wid
              PERFORM PROPOSE_RADIATION
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                 ACCEPT Wrep
              END-PERFORM
           END-PERFORM
           CLOSE felecteurs
           CLOSE ftrav
           IF Wmvt_ouvert = 1 THEN
              CLOSE fmouvements
           END-IF
        END-IF
        DISPLAY 'Radiations ajoutees a electeurs_mouvements.dat : ',
           Wnbproposes.

        PROPOSE_RADIATION.
*> Wid est deja positionne par l'appelant ; il doit figurer dans
*> une paire du rapport et l'autre electeur de la paire ne doit
*> pas etre deja propose a la radiation
        MOVE Wid TO ftd_id
        READ ftrav
           INVALID KEY
              DISPLAY 'Electeur absent du rapport des doublons, '
                 'radiation refusee'
           NOT INVALID KEY
              IF ftd-radiation-proposee THEN
                 DISPLAY 'Radiation deja proposee pour cet electeur'
              ELSE
                 MOVE ftd_autre_id TO Wautre_id
                 MOVE Wautre_id TO ftd_id
                 READ ftrav
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF ftd-radiation-proposee THEN
                    DISPLAY 'L''autre electeur de la paire (', Wautre_id,
                       ') est deja propose a la radiation, refuse'
                 ELSE
                    PERFORM CONFIRME_RADIATION
                 END-IF
              END-IF
        END-READ.

        CONFIRME_RADIATION.
*> Wid designe l'electeur a radier, Wautre_id celui conserve
        MOVE Wid TO fe_id
        READ felecteurs
           INVALID KEY
              DISPLAY 'Electeur deja absent de felecteurs'
           NOT INVALID KEY
              DISPLAY 'Radier : ', fe_nom, ' ', fe_prenom, ' ne(e) le ',
                 fe_datenaissance, ' (', fe_villeHabitation, ')'
              DISPLAY 'Conserve : electeur ', Wautre_id
              DISPLAY 'Confirmez vous la radiation ? 1 ou 0'
              ACCEPT Wrep
              IF Wrep = 1 THEN
                 PERFORM ECRIT_MOUVEMENT_RADIATION
              END-IF
        END-READ.

        ECRIT_MOUVEMENT_RADIATION.
*> elecTampon porte l'electeur a radier ; le mouvement reprend
*> le format du fichier de mouvements INSEE, code D
        IF Wmvt_ouvert = 0 THEN
           OPEN EXTEND fmouvements
           IF fmvt_stat = 35 THEN
              OPEN OUTPUT fmouvements
           END-IF
           MOVE 1 TO Wmvt_ouvert
        END-IF
        MOVE 'D' TO fmv_code
        MOVE fe_id TO fmv_id
        MOVE fe_nom TO fmv_nom
        MOVE fe_prenom TO fmv_prenom
        MOVE fe_datenaissance TO fmv_datenaissance
        MOVE fe_villeHabitation TO fmv_villeHabitation
        MOVE fe_handicap TO fmv_handicap
        WRITE mvtTampon END-WRITE
        IF fmvt_stat NOT = 0 AND fmvt_stat NOT = 2 AND fmvt_stat NOT = 4
           MOVE 1 TO Wio_ko
        ELSE
           ADD 1 TO Wnbproposes
           MOVE Wid TO ftd_id
           READ ftrav
              NOT INVALID KEY
                 MOVE 1 TO ftd_etat
                 REWRITE travTampon END-REWRITE
           END-READ
        END-IF.
