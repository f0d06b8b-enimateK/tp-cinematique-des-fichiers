       RECORD KEY fop_id
       FILE STATUS IS fop_stat.

*> Bureaux signales par le controle statistique des resultats
*> (programme anomalies_resultats) : tant qu'un superviseur n'a
*> pas verifie le resultat, le bureau n'est pas transmis
       SELECT fanomalies ASSIGN TO "fanomalies.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       RECORD KEY fan_cle
       FILE STATUS IS fanom_stat.

*> Registre des candidatures tenu par le programme candidatures :
*> seul un numero ayant une candidature acceptee pour le scrutin
*> peut recevoir une ligne de voix
       SELECT fcandidatures ASSIGN TO "fcandidatures.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       RECORD KEY fcd_cle
       FILE STATUS IS fcand_stat.

DATA DIVISION.
FILE SECTION.
        FD fresultats.
             88 fop-actif VALUE 1.
             88 fop-desactive VALUE 0.

        FD fanomalies.
        01 anomalieTampon.
          02 fan_cle.
             03 fan_noebur PIC X(4).
             03 fan_scrutin PIC X(8).
             03 fan_tour PIC 9.
          02 fan_nbanomalies PIC 9(3).
          02 fan_etat PIC 9.
             88 fan-a-verifier VALUE 1.
             88 fan-verifie VALUE 2.
          02 fan_horodatage PIC X(14).
          02 fan_superviseur PIC X(10).

        FD fcandidatures.
        01 candidatureTampon.
          02 fcd_cle.
             03 fcd_scrutin PIC X(8).
             03 fcd_numcandidat PIC 9(2).
          02 fcd_fe_id PIC 9(15).
          02 fcd_parti PIC X(30).
          02 fcd_date_depot PIC 9(8).
          02 fcd_statut PIC 9.
             88 fcd-deposee VALUE 1.
             88 fcd-acceptee VALUE 2.
             88 fcd-rejetee VALUE 3.
          02 fcd_motif PIC X(40).

WORKING-STORAGE SECTION.
       77 fresult_stat PIC 9(2).
       77 fbureaux_stat PIC 9(2).
       77 Wconcordance PIC 9.
       77 Wcommit PIC 9.
       77 Wtrouve_att PIC 9.
       77 fanom_stat PIC 9(2).
       77 Wanomalie PIC 9.
       77 fcand_stat PIC 9(2).
       77 Wcandidature_ok PIC 9.
       77 Wnum_registre PIC 9.
       77 Wfin_registre PIC 9.
       77 Wscrutin_registre PIC X(8).

       01 WsaisieVotes.
          02 WsaisieVote OCCURS 20 TIMES.
       GESTION_CANDIDATS.
*> Saisie facultative des candidats du scrutin (numero, nom,
*> prenom, parti) afin que les ecrans de saisie et le rapport
*> affichent les noms plutot que de simples numeros. Un numero
*> tenu par une candidature acceptee au registre des candidatures
*> n'est pas modifiable ici : nom et parti sont ceux du registre.
       DISPLAY 'Souhaitez vous saisir/mettre a jour des candidats ? 1 ou 0'
       PERFORM LIT_REPONSE_NUM
       MOVE Wreponse_num TO Wrep
       DISPLAY 'Parti'
       PERFORM LIT_REPONSE
       MOVE Wreponse TO fca_parti
*> Le controle vient apres les reponses pour que la suite des
*> reponses du mode sans operateur reste la meme
       PERFORM CONTROLE_CANDIDAT_REGISTRE
       IF Wnum_registre = 1 THEN
          DISPLAY 'Candidat ', fca_num, ' accepte au registre des '
             'candidatures (scrutin ', Wscrutin_registre,
             ') : modification refusee'
       ELSE
          READ fcandidats
             INVALID KEY
                WRITE candidatTampon END-WRITE
             NOT INVALID KEY
                REWRITE candidatTampon END-REWRITE
          END-READ
          IF fcandidats_stat NOT = 0 AND fcandidats_stat NOT = 2
             AND fcandidats_stat NOT = 4
             MOVE 1 TO Wio_ko
          END-IF
       END-IF
       PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          MOVE Wreponse_num TO Wrep
       END-PERFORM.

       CONTROLE_CANDIDAT_REGISTRE.
*> fca_num est deja positionne ; Wnum_registre vaut 1 si une
*> candidature acceptee, pour un scrutin quelconque, porte ce
*> numero (fcandidats n'est cle que sur le numero)
       MOVE 0 TO Wnum_registre
       OPEN INPUT fcandidatures
       IF fcand_stat NOT = 35 THEN
          MOVE 0 TO Wfin_registre
          PERFORM WITH TEST AFTER UNTIL Wfin_registre = 1
             READ fcandidatures NEXT RECORD
                AT END MOVE 1 TO Wfin_registre
                NOT AT END
                   IF fcd_numcandidat = fca_num AND fcd-acceptee THEN
                      MOVE 1 TO Wnum_registre
                      MOVE fcd_scrutin TO Wscrutin_registre
                      MOVE 1 TO Wfin_registre
                   END-IF
             END-READ
          END-PERFORM
          CLOSE fcandidatures
       END-IF.

       CHERCHE_NOM_CANDIDAT.
*> Wnumcandidat(Wi) est deja positionne par l'appelant ; renvoie
*> le nom dans Wnom_candidat, ou un libelle par defaut si le
                      MOVE 0 TO Wcandidat_ok
                      DISPLAY 'Numero de candidat invalide, reessayez'
                   ELSE
                      PERFORM VERIFIE_CANDIDATURE_ACCEPTEE
                      IF Wcandidature_ok = 0 THEN
                         MOVE 0 TO Wcandidat_ok
                         DISPLAY 'Aucune candidature acceptee sous le '
                            'numero ', Wnumcandidat(Wi), ' pour ce '
                            'scrutin, saisie refusee, reessayez'
                      END-IF
                      IF Wcandidat_ok = 1 AND Wtour = 2 THEN
*> Au second tour, seul un candidat qualifie a l'issue du tour 1
*> peut recevoir une ligne de voix
                         PERFORM VERIFIE_CANDIDAT_QUALIFIE
       END-IF
       CLOSE fqualifies.

       VERIFIE_CANDIDATURE_ACCEPTEE.
*> Wnumcandidat(Wi) est deja positionne par l'appelant ; lecture
*> directe du registre des candidatures. Sans registre, ou pour
*> un scrutin dont aucune candidature n'y est enregistree, le
*> controle est signale comme impossible sans bloquer la saisie,
*> comme pour la liste des qualifies.
       MOVE 0 TO Wcandidature_ok
       OPEN INPUT fcandidatures
       IF fcand_stat = 35 THEN
          DISPLAY 'Fichier fcandidatures.dat introuvable, lancer le '
             'programme candidatures : controle impossible'
          MOVE 1 TO Wcandidature_ok
       ELSE
          MOVE Wscrutin TO fcd_scrutin
          MOVE Wnumcandidat(Wi) TO fcd_numcandidat
          READ fcandidatures
             INVALID KEY
                PERFORM CHERCHE_REGISTRE_SCRUTIN
             NOT INVALID KEY
                IF fcd-acceptee THEN
                   MOVE 1 TO Wcandidature_ok
                END-IF
          END-READ
          CLOSE fcandidatures
       END-IF.

       CHERCHE_REGISTRE_SCRUTIN.
*> Le numero n'a aucune candidature : refus si le registre est
*> tenu pour ce scrutin, c'est-a-dire s'il porte au moins une
*> candidature du scrutin
       MOVE Wscrutin TO fcd_scrutin
       MOVE 0 TO fcd_numcandidat
       MOVE 1 TO Wcandidature_ok
       START fcandidatures KEY IS NOT LESS THAN fcd_cle
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             READ fcandidatures NEXT RECORD
                NOT AT END
                   IF fcd_scrutin = Wscrutin THEN
                      MOVE 0 TO Wcandidature_ok
                   END-IF
             END-READ
       END-START
       IF Wcandidature_ok = 1 THEN
          DISPLAY 'Aucune candidature au registre pour le scrutin ',
             Wscrutin, ' : controle impossible'
       END-IF.

       VERIFIE_BUREAU.
*> Controle que le bureau existe dans fbureaux et qu'il est au
*> moins ferme avant d'accepter un resultat pour ce numero. Un

       TRANSMET_RESULTATS_BUREAU.
*> Une fois le resultat enregistre, fait passer le bureau a
*> l'etat 'resultats transmis', sauf si le controle statistique
*> l'a signale et qu'aucun superviseur ne l'a encore verifie
       PERFORM CONTROLE_ANOMALIE_BUREAU
       MOVE Wnoebur TO fbu_num
       OPEN I-O fbureaux
       READ fbureaux
          NOT INVALID KEY
             IF Wanomalie = 1 THEN
                DISPLAY 'Bureau signale par le controle statistique, '
                   'transmission suspendue jusqu''a verification'
             ELSE
                SET fbu-resultats-transmis TO TRUE
                REWRITE bureauxTampon END-REWRITE
                IF fbureaux_stat NOT = 0 AND fbureaux_stat NOT = 2
                   AND fbureaux_stat NOT = 4
                   MOVE 1 TO Wio_ko
                END-IF
             END-IF
       END-READ
       CLOSE fbureaux.

       CONTROLE_ANOMALIE_BUREAU.
*> Wnoebur, Wscrutin et Wtour designent le resultat enregistre ;
*> sans fichier des anomalies, aucun bureau n'est retenu
       MOVE 0 TO Wanomalie
       OPEN INPUT fanomalies
       IF fanom_stat NOT = 35 THEN
          MOVE Wnoebur TO fan_noebur
          MOVE Wscrutin TO fan_scrutin
          MOVE Wtour TO fan_tour
          READ fanomalies
             NOT INVALID KEY
                IF fan-a-verifier THEN
                   MOVE 1 TO Wanomalie
                END-IF
          END-READ
          CLOSE fanomalies
       END-IF.

       AJOUT_RESULTAT_NOUVEAU.
       PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnbcandidats
          MOVE 0 TO WancienVote(Wi)
