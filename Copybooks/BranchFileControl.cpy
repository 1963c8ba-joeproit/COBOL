    SELECT BranchFile ASSIGN TO "BRANCH.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BranchFileStatus.
