LOAD-ACCOUNT-OWNERS.
    MOVE "N" TO WS-Cif-PrimaryFound
    MOVE ZEROS TO WS-Cif-PrimaryID
    MOVE ZERO TO WS-Cif-OwnerCount
    MOVE "N" TO WS-Cif-EndOfLinks
    IF WS-Cif-FilesOpen NOT = "Y"
        MOVE "Y" TO WS-Cif-EndOfLinks
    ELSE
        MOVE WS-Cif-AccountNumber TO CR-AccountNumber
        MOVE ZEROS TO CR-CustomerID
        START CustRelFile KEY NOT < CR-Key
            INVALID KEY MOVE "Y" TO WS-Cif-EndOfLinks
        END-START
    END-IF
    PERFORM UNTIL WS-Cif-EndOfLinks = "Y"
        READ CustRelFile NEXT RECORD
            AT END MOVE "Y" TO WS-Cif-EndOfLinks
            NOT AT END
                IF CR-AccountNumber NOT = WS-Cif-AccountNumber
                    MOVE "Y" TO WS-Cif-EndOfLinks
                ELSE
                    PERFORM NOTE-ACCOUNT-OWNER
                END-IF
        END-READ
    END-PERFORM
    IF WS-Cif-PrimaryFound = "Y"
        MOVE WS-Cif-PrimaryID TO CI-CustomerID
        READ CustInfoFile
            INVALID KEY MOVE "N" TO WS-Cif-PrimaryFound
        END-READ
    END-IF.

NOTE-ACCOUNT-OWNER.
    IF WS-Cif-OwnerCount < 10
        ADD 1 TO WS-Cif-OwnerCount
        MOVE CR-CustomerID TO WS-Cif-Owner-ID(WS-Cif-OwnerCount)
        MOVE CR-Role TO WS-Cif-Owner-Role(WS-Cif-OwnerCount)
        MOVE CR-CustomerID TO CI-CustomerID
        READ CustInfoFile
            INVALID KEY
                MOVE "(not on customer file)"
                    TO WS-Cif-Owner-Name(WS-Cif-OwnerCount)
            NOT INVALID KEY
                MOVE CI-LegalName TO WS-Cif-Owner-Name(WS-Cif-OwnerCount)
        END-READ
    END-IF
    IF CR-Role = "P" AND WS-Cif-PrimaryFound = "N"
        MOVE "Y" TO WS-Cif-PrimaryFound
        MOVE CR-CustomerID TO WS-Cif-PrimaryID
    END-IF.

SET-CIF-ROLE-LABEL.
    EVALUATE WS-Cif-RoleCode
        WHEN "P" MOVE "PRIMARY" TO WS-Cif-RoleLabel
        WHEN "J" MOVE "JOINT" TO WS-Cif-RoleLabel
        WHEN "T" MOVE "TRUSTEE" TO WS-Cif-RoleLabel
        WHEN OTHER MOVE "OTHER" TO WS-Cif-RoleLabel
    END-EVALUATE.
