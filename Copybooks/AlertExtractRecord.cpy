01 AlertDetailRecord.
   05 AX-RecordType          PIC X.
   05 AX-Channel             PIC X.
   05 AX-Address             PIC X(50).
   05 AX-AccountNumber       PIC 9(8).
   05 AX-CustomerName        PIC X(20).
   05 AX-AlertType           PIC X(2).
   05 AX-Amount              PIC 9(7)V99.
   05 AX-EventDate           PIC 9(8).
   05 AX-MessageText         PIC X(60).
   05 FILLER                 PIC X.
01 AlertHeaderRecord.
   05 AXH-RecordType         PIC X.
   05 AXH-FileDate           PIC 9(8).
   05 AXH-FileTime           PIC 9(6).
   05 AXH-FileName           PIC X(20).
   05 FILLER                 PIC X(125).
01 AlertTrailerRecord.
   05 AXT-RecordType         PIC X.
   05 AXT-DetailCount        PIC 9(6).
   05 AXT-SmsCount           PIC 9(6).
   05 AXT-EmailCount         PIC 9(6).
   05 FILLER                 PIC X(141).
