FD BranchFile.
01 BranchConfigLine PIC X(40).
